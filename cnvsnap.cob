000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVSNAP.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* CONVERSAO, POR UMA UNICA VEZ, DO RETRATO DO ULTIMO       *
000090* ENVIO A OPERADORA (EXTSNAP.DAT) PARA O LAYOUT COM O      *
000100* CODIGO DO PLANO DE SAUDE: DO REGISTRO DE 46 BYTES PARA O *
000110* DE 49, GRAVANDO EXTSNAP.NOV COM O PLANO ZERADO. NA       *
000120* PROXIMA EXTRACAO O EXTDPND COMPARA O PLANO DO ADESDPND   *
000130* COM O RETRATO E ENVIA COMO ALTERACAO ("A") CADA          *
000140* DEPENDENTE JA ADERIDO, COM O SEU PLANO. AO FINAL O       *
000150* OPERADOR CONFERE OS TOTAIS E SUBSTITUI O EXTSNAP.DAT     *
000160* PELO .NOV. RODAR ANTES DO PRIMEIRO EXTDPND E FATDPND.    *
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
000280     SELECT SNAPVELH ASSIGN TO DISK
000290              ORGANIZATION IS INDEXED
000300              ACCESS MODE  IS SEQUENTIAL
000310              RECORD KEY   IS VEL-CHAVE
000320              FILE STATUS  IS ST-ERRO.
000330     SELECT EXTSNAP ASSIGN TO DISK
000340              ORGANIZATION IS INDEXED
000350              ACCESS MODE  IS SEQUENTIAL
000360              RECORD KEY   IS SNAP-CHAVE
000370              FILE STATUS  IS ST-ERRO2.
000380*
000390*-----------------------------------------------------------------
000400 DATA DIVISION.
000410 FILE SECTION.
000420*---------[ RETRATO NO LAYOUT ANTIGO, SEM O PLANO ]---------------
000430 FD SNAPVELH
000440         LABEL RECORD IS STANDARD
000450         VALUE OF FILE-ID IS "EXTSNAP.DAT".
000460 01 REGSNAPV.
000470     03 VEL-CHAVE.
000480        05 VEL-CHAPA     PIC 9(06).
000490        05 VEL-SEQ       PIC 9(01).
000500     03 VEL-NOME         PIC X(30).
000510     03 VEL-DATANASC     PIC 9(08).
000520     03 VEL-GRAU         PIC 9(01).
000530*
000540 FD EXTSNAP
000550         LABEL RECORD IS STANDARD
000560         VALUE OF FILE-ID IS "EXTSNAP.NOV".
000570 01 REGSNAP.
000580     03 SNAP-CHAVE.
000590        05 SNAP-CHAPA    PIC 9(06).
000600        05 SNAP-SEQ      PIC 9(01).
000610     03 SNAP-NOME        PIC X(30).
000620     03 SNAP-DATANASC    PIC 9(08).
000630     03 SNAP-GRAU        PIC 9(01).
000640     03 SNAP-PLANO       PIC 9(03).
000650*-----------------------------------------------------------------
000660 WORKING-STORAGE SECTION.
000670 77 ST-ERRO          PIC X(02) VALUE "00".
000680 77 ST-ERRO2         PIC X(02) VALUE "00".
000690 77 W-FIM-ARQ        PIC X(01) VALUE "N".
000700     88 FIM-ARQUIVO              VALUE "S".
000710 77 W-OPCAO          PIC X(01) VALUE SPACES.
000720 77 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
000730 77 W-TOT-GRAVADOS   PIC 9(06) VALUE ZEROS.
000740*-----------------------------------------------------------------
000750 PROCEDURE DIVISION.
000760 0000-MAINLINE.
000770     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
000780     PERFORM 2000-CONVERTE    THRU 2000-EXIT
000790             UNTIL FIM-ARQUIVO.
000800     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
000810     STOP RUN.
000820*
000830*---------[ CONFIRMACAO, ABERTURAS E 1A LEITURA ]-----------------
000840 1000-INICIALIZA.
000850     DISPLAY "CONVERSAO DO EXTSNAP.DAT (46 P/ 49 BYTES), "
000860         "GERANDO O EXTSNAP.NOV"
000870     DISPLAY "CONFIRMA A CONVERSAO (S/N)? " WITH NO ADVANCING
000880     ACCEPT W-OPCAO
000890     IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
000900        DISPLAY "CONVERSAO CANCELADA PELO OPERADOR"
000910        STOP RUN
000920     END-IF
000930     OPEN INPUT SNAPVELH
000940     IF ST-ERRO = "35"
000950        DISPLAY "EXTSNAP.DAT INEXISTENTE, O EXTDPND CRIA O "
000960            "RETRATO JA NO LAYOUT NOVO"
000970        STOP RUN
000980     END-IF
000990     IF ST-ERRO = "39"
001000        DISPLAY "EXTSNAP.DAT NAO ESTA NO LAYOUT ANTIGO, "
001010            "CONVERSAO DESNECESSARIA"
001020        STOP RUN
001030     END-IF
001040     IF ST-ERRO NOT = "00"
001050        DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXTSNAP: " ST-ERRO
001060        STOP RUN
001070     END-IF
001080     OPEN OUTPUT EXTSNAP
001090     IF ST-ERRO2 NOT = "00"
001100        DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXTSNAP.NOV: "
001110            ST-ERRO2
001120        STOP RUN
001130     END-IF
001140     PERFORM 4000-LER-SNAPVELH THRU 4000-EXIT.
001150 1000-EXIT.
001160     EXIT.
001170*
001180*---------[ UM REGISTRO DO LAYOUT ANTIGO P/ O LAYOUT ATUAL ]------
001190 2000-CONVERTE.
001200     MOVE SPACES        TO REGSNAP
001210     MOVE VEL-CHAPA     TO SNAP-CHAPA
001220     MOVE VEL-SEQ       TO SNAP-SEQ
001230     MOVE VEL-NOME      TO SNAP-NOME
001240     MOVE VEL-DATANASC  TO SNAP-DATANASC
001250     MOVE VEL-GRAU      TO SNAP-GRAU
001260     MOVE ZEROS         TO SNAP-PLANO
001270     WRITE REGSNAP
001280     IF ST-ERRO2 NOT = "00"
001290        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO EXTSNAP.NOV: "
001300            ST-ERRO2 " CHAVE: " SNAP-CHAVE
001310        STOP RUN
001320     END-IF
001330     ADD 1 TO W-TOT-GRAVADOS
001340     PERFORM 4000-LER-SNAPVELH THRU 4000-EXIT.
001350 2000-EXIT.
001360     EXIT.
001370*
001380*---------[ LEITURA SEQUENCIAL DO LAYOUT ANTIGO ]-----------------
001390 4000-LER-SNAPVELH.
001400     READ SNAPVELH
001410         AT END
001420            MOVE "S" TO W-FIM-ARQ
001430         NOT AT END
001440            ADD 1 TO W-TOT-LIDOS
001450     END-READ.
001460 4000-EXIT.
001470     EXIT.
001480*
001490*---------[ TOTAL DE CONTROLE E INSTRUCOES DA VIRADA ]------------
001500 8000-FINALIZA.
001510     CLOSE SNAPVELH
001520     CLOSE EXTSNAP
001530     DISPLAY "RETRATOS LIDOS........: " W-TOT-LIDOS
001540     DISPLAY "RETRATOS GRAVADOS.....: " W-TOT-GRAVADOS
001550     IF W-TOT-LIDOS NOT = W-TOT-GRAVADOS
001560        DISPLAY "*** TOTAIS NAO BATEM, NAO SUBSTITUA O "
001570            "EXTSNAP.DAT ***"
001580        STOP RUN
001590     END-IF
001600     DISPLAY "CONFIRA OS TOTAIS E SUBSTITUA O EXTSNAP.DAT PELO"
001610     DISPLAY "EXTSNAP.NOV (GUARDE O ANTIGO COMO EXTSNAP.V46).".
001620 8000-EXIT.
001630     EXIT.
