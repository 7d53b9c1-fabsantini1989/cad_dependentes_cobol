000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVFUNC.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* CONVERSAO, POR UMA UNICA VEZ, DO CADASTRO DE             *
000090* FUNCIONARIOS (CADFUNC.DAT) RECEBIDO DA FOLHA PARA O      *
000100* LAYOUT ATUAL DO REGFUNC, COM AS DATAS DE ADMISSAO E DE   *
000110* DESLIGAMENTO: DO REGISTRO DE 37 BYTES PARA O DE 62,      *
000120* GRAVANDO CADFUNC.NOV COM AS DATAS ZERADAS (O MOVFUNC     *
000130* PASSA A PREENCHE-LAS NOS PROXIMOS MOVIMENTOS DA FOLHA).  *
000140* AO FINAL O OPERADOR CONFERE OS TOTAIS E SUBSTITUI O      *
000150* CADFUNC.DAT PELO .NOV. RODAR UMA UNICA VEZ, ANTES DO     *
000160* PRIMEIRO MOVFUNC E DE QUALQUER PROGRAMA QUE LE O CADFUNC.*
000170***********************************************************
000180* HISTORICO DE ALTERACOES
000190* DATA       AUTOR   DESCRICAO
000200* 15/10/2026 SSM     PROGRAMA CRIADO
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SPECIAL-NAMES.
000250               DECIMAL-POINT IS COMMA.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT FUNVELHO ASSIGN TO DISK
000290              ORGANIZATION IS INDEXED
000300              ACCESS MODE  IS SEQUENTIAL
000310              RECORD KEY   IS VEL-CHAPA
000320              FILE STATUS  IS ST-ERRO.
000330     SELECT CADFUNC ASSIGN TO DISK
000340              ORGANIZATION IS INDEXED
000350              ACCESS MODE  IS SEQUENTIAL
000360              RECORD KEY   IS FUNC-CHAPA
000370              FILE STATUS  IS ST-ERRO2.
000380*
000390*-----------------------------------------------------------------
000400 DATA DIVISION.
000410 FILE SECTION.
000420*---------[ CADASTRO NO LAYOUT ANTIGO, SEM AS DATAS ]-------------
000430 FD FUNVELHO
000440         LABEL RECORD IS STANDARD
000450         VALUE OF FILE-ID IS "CADFUNC.DAT".
000460 01 REGFUNV.
000470     03 VEL-CHAPA       PIC 9(06).
000480     03 VEL-NOME        PIC X(30).
000490     03 VEL-SITUACAO    PIC X(01).
000500*
000510 FD CADFUNC
000520         LABEL RECORD IS STANDARD
000530         VALUE OF FILE-ID IS "CADFUNC.NOV".
000540     COPY "regfunc.cpy".
000550*-----------------------------------------------------------------
000560 WORKING-STORAGE SECTION.
000570 77 ST-ERRO          PIC X(02) VALUE "00".
000580 77 ST-ERRO2         PIC X(02) VALUE "00".
000590 77 W-FIM-ARQ        PIC X(01) VALUE "N".
000600     88 FIM-ARQUIVO              VALUE "S".
000610 77 W-OPCAO          PIC X(01) VALUE SPACES.
000620 77 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
000630 77 W-TOT-GRAVADOS   PIC 9(06) VALUE ZEROS.
000640*-----------------------------------------------------------------
000650 PROCEDURE DIVISION.
000660 0000-MAINLINE.
000670     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
000680     PERFORM 2000-CONVERTE    THRU 2000-EXIT
000690             UNTIL FIM-ARQUIVO.
000700     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
000710     STOP RUN.
000720*
000730*---------[ CONFIRMACAO, ABERTURAS E 1A LEITURA ]-----------------
000740 1000-INICIALIZA.
000750     DISPLAY "CONVERSAO DO CADFUNC.DAT (37 P/ 62 BYTES), "
000760         "GERANDO O CADFUNC.NOV"
000770     DISPLAY "CONFIRMA A CONVERSAO (S/N)? " WITH NO ADVANCING
000780     ACCEPT W-OPCAO
000790     IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
000800        DISPLAY "CONVERSAO CANCELADA PELO OPERADOR"
000810        STOP RUN
000820     END-IF
000830     OPEN INPUT FUNVELHO
000840     IF ST-ERRO = "39"
000850        DISPLAY "CADFUNC.DAT NAO ESTA NO LAYOUT ANTIGO, "
000860            "CONVERSAO DESNECESSARIA"
000870        STOP RUN
000880     END-IF
000890     IF ST-ERRO NOT = "00"
000900        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-ERRO
000910        STOP RUN
000920     END-IF
000930     OPEN OUTPUT CADFUNC
000940     IF ST-ERRO2 NOT = "00"
000950        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC.NOV: "
000960            ST-ERRO2
000970        STOP RUN
000980     END-IF
000990     PERFORM 4000-LER-FUNVELHO THRU 4000-EXIT.
001000 1000-EXIT.
001010     EXIT.
001020*
001030*---------[ UM REGISTRO DO LAYOUT ANTIGO P/ O LAYOUT ATUAL ]------
001040 2000-CONVERTE.
001050     MOVE SPACES        TO REGFUNC
001060     MOVE VEL-CHAPA     TO FUNC-CHAPA
001070     MOVE VEL-NOME      TO FUNC-NOME
001080     MOVE VEL-SITUACAO  TO FUNC-SITUACAO
001090     MOVE ZEROS         TO FUNC-DATA-ADMISSAO
001100     MOVE ZEROS         TO FUNC-DATA-DESLIG
001110     WRITE REGFUNC
001120     IF ST-ERRO2 NOT = "00"
001130        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFUNC.NOV: "
001140            ST-ERRO2 " CHAPA: " FUNC-CHAPA
001150        STOP RUN
001160     END-IF
001170     ADD 1 TO W-TOT-GRAVADOS
001180     PERFORM 4000-LER-FUNVELHO THRU 4000-EXIT.
001190 2000-EXIT.
001200     EXIT.
001210*
001220*---------[ LEITURA SEQUENCIAL DO LAYOUT ANTIGO ]-----------------
001230 4000-LER-FUNVELHO.
001240     READ FUNVELHO
001250         AT END
001260            MOVE "S" TO W-FIM-ARQ
001270         NOT AT END
001280            ADD 1 TO W-TOT-LIDOS
001290     END-READ.
001300 4000-EXIT.
001310     EXIT.
001320*
001330*---------[ TOTAL DE CONTROLE E INSTRUCOES DA VIRADA ]------------
001340 8000-FINALIZA.
001350     CLOSE FUNVELHO
001360     CLOSE CADFUNC
001370     DISPLAY "FUNCIONARIOS LIDOS....: " W-TOT-LIDOS
001380     DISPLAY "FUNCIONARIOS GRAVADOS.: " W-TOT-GRAVADOS
001390     IF W-TOT-LIDOS NOT = W-TOT-GRAVADOS
001400        DISPLAY "*** TOTAIS NAO BATEM, NAO SUBSTITUA O "
001410            "CADFUNC.DAT ***"
001420        STOP RUN
001430     END-IF
001440     DISPLAY "CONFIRA OS TOTAIS E SUBSTITUA O CADFUNC.DAT PELO"
001450     DISPLAY "CADFUNC.NOV (GUARDE O ANTIGO COMO CADFUNC.V37).".
001460 8000-EXIT.
001470     EXIT.
