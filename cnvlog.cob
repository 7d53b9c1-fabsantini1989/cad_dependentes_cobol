000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVLOG.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* CONVERSAO, POR UMA UNICA VEZ, DO LOG DE AUDITORIA PARA O *
000090* LAYOUT SELADO DO REGLOG (EVENTO DE 172 P/ 190 BYTES, COM *
000100* O NUMERO SEQUENCIAL GLOBAL E O ENCADEAMENTO LOG-CHECK):  *
000110*   - CADA GERACAO DO LOGARQIX.DAT, NA ORDEM DO INDICE,    *
000120*     GRAVANDO LOGARQ.<AAAAMMDD>.NOV, COM A CONTAGEM       *
000130*     CONFERIDA CONTRA O AQX-QTD-EVENTOS (DIVERGENCIA      *
000140*     INTERROMPE A CONVERSAO: NAO SE SELA UM ARQUIVO QUE   *
000150*     JA NAO BATE COM O SEU TOTAL DE CONTROLE);            *
000160*   - O INDICE, GRAVANDO LOGARQIX.NOV COM O AQX-ULT-SEQ    *
000170*     DE CADA GERACAO;                                     *
000180*   - O LOGDPND.DAT, GRAVANDO LOGDPND.NOV;                 *
000190*   - O CONTROLE DO SELO (LOGSEQ.DAT) COM O ULTIMO NUMERO  *
000200*     E O ULTIMO ENCADEAMENTO.                             *
000210* A NUMERACAO COMECA EM 1 NO EVENTO MAIS ANTIGO DA         *
000220* PRIMEIRA GERACAO E SEGUE SEM SALTO ATE O ULTIMO EVENTO   *
000230* DO LOGDPND. AO FINAL O OPERADOR CONFERE OS TOTAIS E      *
000240* SUBSTITUI CADA ARQUIVO PELO SEU .NOV. RODAR UMA UNICA    *
000250* VEZ, ANTES DE QUALQUER PROGRAMA QUE GRAVA NO LOGDPND (O  *
000260* PROGRAMA RECUSA RODAR SE O LOGSEQ.DAT JA TIVER CONTROLE).*
000270***********************************************************
000280* HISTORICO DE ALTERACOES
000290* DATA       AUTOR   DESCRICAO
000300* 15/10/2026 SSM     PROGRAMA CRIADO
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350               DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LOGARQIX ASSIGN TO DISK
000390              ORGANIZATION IS LINE SEQUENTIAL
000400              FILE STATUS  IS ST-ERRO.
000410     SELECT IXNOVO ASSIGN TO DISK
000420              ORGANIZATION IS LINE SEQUENTIAL
000430              FILE STATUS  IS ST-ERRO2.
000440     SELECT LOGVELHO ASSIGN TO DISK
000450              ORGANIZATION IS LINE SEQUENTIAL
000460              FILE STATUS  IS ST-ERRO3.
000470     SELECT LOGNOVO ASSIGN TO DISK
000480              ORGANIZATION IS LINE SEQUENTIAL
000490              FILE STATUS  IS ST-ERRO4.
000500     SELECT LOGSEQ ASSIGN TO DISK
000510              ORGANIZATION IS INDEXED
000520              ACCESS MODE  IS RANDOM
000530              RECORD KEY   IS SEQ-CHAVE
000540              FILE STATUS  IS ST-ERRO5.
000550*
000560*-----------------------------------------------------------------
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD LOGARQIX
000600         LABEL RECORD IS STANDARD
000610         VALUE OF FILE-ID IS "LOGARQIX.DAT".
000620     COPY "regarqix.cpy".
000630*
000640 FD IXNOVO
000650         LABEL RECORD IS STANDARD
000660         VALUE OF FILE-ID IS "LOGARQIX.NOV".
000670 01 REG-IXNOVO                 PIC X(51).
000680*
000690*---------[ LOGDPND.DAT OU GERACAO NO LAYOUT DE 172 BYTES ]------
000700 FD LOGVELHO
000710         LABEL RECORD IS STANDARD
000720         VALUE OF FILE-ID IS W-ARQ-VELHO.
000730 01 REGLOGV.
000740     03 VLOG-EVENTO     PIC X(172).
000750*
000760*---------[ O MESMO ARQUIVO NO LAYOUT SELADO (.NOV) ]------------
000770 FD LOGNOVO
000780         LABEL RECORD IS STANDARD
000790         VALUE OF FILE-ID IS W-ARQ-NOVO.
000800     COPY "reglog.cpy".
000810*
000820 FD LOGSEQ
000830         LABEL RECORD IS STANDARD
000840         VALUE OF FILE-ID IS "LOGSEQ.DAT".
000850     COPY "regseq.cpy".
000860*-----------------------------------------------------------------
000870 WORKING-STORAGE SECTION.
000880 77 ST-ERRO          PIC X(02) VALUE "00".
000890 77 ST-ERRO2         PIC X(02) VALUE "00".
000900 77 ST-ERRO3         PIC X(02) VALUE "00".
000910 77 ST-ERRO4         PIC X(02) VALUE "00".
000920 77 ST-ERRO5         PIC X(02) VALUE "00".
000930 77 W-FIM-IDX        PIC X(01) VALUE "N".
000940     88 FIM-INDICE               VALUE "S".
000950 77 W-FIM-LOG        PIC X(01) VALUE "N".
000960     88 FIM-LOG                  VALUE "S".
000970 77 W-OPCAO          PIC X(01) VALUE SPACES.
000980 77 W-ARQ-VELHO      PIC X(20) VALUE SPACES.
000990 77 W-ARQ-NOVO       PIC X(20) VALUE SPACES.
001000 77 W-TOT-GERACOES   PIC 9(04) VALUE ZEROS.
001010 77 W-TOT-ARQ-LIDOS  PIC 9(06) VALUE ZEROS.
001020 77 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
001030 77 W-TOT-GRAVADOS   PIC 9(06) VALUE ZEROS.
001040 77 W-ULT-SEQ        PIC 9(09) VALUE ZEROS.
001050 77 W-ULT-CHECK      PIC 9(09) VALUE ZEROS.
001060 77 W-SEQ-DATA       PIC 9(08) VALUE ZEROS.
001070 77 W-SEQ-HORA       PIC 9(08) VALUE ZEROS.
001080     COPY "tabselo.cpy".
001090*-----------------------------------------------------------------
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INICIALIZA    THRU 1000-EXIT.
001130     PERFORM 2000-CONVERTE-GERACOES THRU 2000-EXIT.
001140     PERFORM 3000-CONVERTE-LOGDPND THRU 3000-EXIT.
001150     PERFORM 9200-GRAVA-SEQ     THRU 9200-EXIT.
001160     PERFORM 8000-FINALIZA      THRU 8000-EXIT.
001170     STOP RUN.
001180*
001190*---------[ CONFIRMACAO E PROTECAO CONTRA SEGUNDA CONVERSAO ]-----
001200 1000-INICIALIZA.
001210     DISPLAY "CONVERSAO DO LOGDPND.DAT E DAS GERACOES DO "
001220         "LOGARQIX (172 P/ 190 BYTES)"
001230     DISPLAY "COM SELO, GERANDO OS .NOV E O LOGSEQ.DAT"
001240     DISPLAY "CONFIRMA A CONVERSAO (S/N)? " WITH NO ADVANCING
001250     ACCEPT W-OPCAO
001260     IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
001270        DISPLAY "CONVERSAO CANCELADA PELO OPERADOR"
001280        STOP RUN
001290     END-IF
001300     OPEN INPUT LOGSEQ
001310     IF ST-ERRO5 = "00"
001320        MOVE "LOGDPND" TO SEQ-CHAVE
001330        READ LOGSEQ
001340        IF ST-ERRO5 = "00"
001350           DISPLAY "LOGSEQ.DAT JA CONTROLA O LOG (ULTIMO NUMERO "
001360               SEQ-ULTIMO "), CONVERSAO DESNECESSARIA"
001370           CLOSE LOGSEQ
001380           STOP RUN
001390        END-IF
001400        CLOSE LOGSEQ
001410     END-IF.
001420 1000-EXIT.
001430     EXIT.
001440*
001450*---------[ GERACOES NA ORDEM DO INDICE (DA MAIS ANTIGA ]---------
001460*---------[ P/ A MAIS RECENTE) E O INDICE REGRAVADO     ]---------
001470 2000-CONVERTE-GERACOES.
001480     OPEN INPUT LOGARQIX
001490     IF ST-ERRO NOT = "00"
001500        DISPLAY "LOGARQIX.DAT INDISPONIVEL (" ST-ERRO "), SO O "
001510            "LOGDPND SERA CONVERTIDO"
001520        GO TO 2000-EXIT
001530     END-IF
001540     OPEN OUTPUT IXNOVO
001550     IF ST-ERRO2 NOT = "00"
001560        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGARQIX.NOV: "
001570            ST-ERRO2
001580        STOP RUN
001590     END-IF
001600     MOVE "N" TO W-FIM-IDX
001610     PERFORM 2100-CONVERTE-GERACAO THRU 2100-EXIT
001620             UNTIL FIM-INDICE
001630     CLOSE LOGARQIX
001640     CLOSE IXNOVO.
001650 2000-EXIT.
001660     EXIT.
001670*
001680*---------[ UMA GERACAO: CONVERSAO, TOTAL DE CONTROLE E ]---------
001690*---------[ ENTRADA DO INDICE COM O ULTIMO NUMERO       ]---------
001700 2100-CONVERTE-GERACAO.
001710     READ LOGARQIX
001720         AT END
001730            MOVE "S" TO W-FIM-IDX
001740            GO TO 2100-EXIT
001750     END-READ
001760     MOVE AQX-ARQUIVO TO W-ARQ-VELHO
001770     MOVE SPACES      TO W-ARQ-NOVO
001780     STRING AQX-ARQUIVO DELIMITED BY SPACE
001790            ".NOV"      DELIMITED BY SIZE
001800            INTO W-ARQ-NOVO
001810     MOVE ZEROS TO W-TOT-ARQ-LIDOS
001820     PERFORM 5000-CONVERTE-ARQUIVO THRU 5000-EXIT
001830     IF W-TOT-ARQ-LIDOS NOT = AQX-QTD-EVENTOS
001840        DISPLAY "*** GERACAO " W-ARQ-VELHO " COM "
001850            W-TOT-ARQ-LIDOS " EVENTOS, O INDICE REGISTRA "
001860            AQX-QTD-EVENTOS " ***"
001870        DISPLAY "*** CONVERSAO INTERROMPIDA: APURE A DIVERGENCIA"
001880            " ANTES DE SELAR O LOG ***"
001890        STOP RUN
001900     END-IF
001910     MOVE W-ULT-SEQ TO AQX-ULT-SEQ
001920     WRITE REG-IXNOVO FROM REGARQIX
001930     IF ST-ERRO2 NOT = "00"
001940        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGARQIX.NOV: "
001950            ST-ERRO2
001960        STOP RUN
001970     END-IF
001980     ADD 1 TO W-TOT-GERACOES
001990     DISPLAY "GERACAO " W-ARQ-VELHO " CONVERTIDA: "
002000         W-TOT-ARQ-LIDOS " EVENTOS, ULTIMO NUMERO " W-ULT-SEQ.
002010 2100-EXIT.
002020     EXIT.
002030*
002040*---------[ LOGDPND.DAT: A JANELA RECENTE, APOS AS GERACOES ]-----
002050 3000-CONVERTE-LOGDPND.
002060     MOVE "LOGDPND.DAT" TO W-ARQ-VELHO
002070     MOVE "LOGDPND.NOV" TO W-ARQ-NOVO
002080     MOVE ZEROS TO W-TOT-ARQ-LIDOS
002090     PERFORM 5000-CONVERTE-ARQUIVO THRU 5000-EXIT
002100     DISPLAY "LOGDPND.DAT CONVERTIDO: " W-TOT-ARQ-LIDOS
002110         " EVENTOS, ULTIMO NUMERO " W-ULT-SEQ.
002120 3000-EXIT.
002130     EXIT.
002140*
002150*---------[ UM ARQUIVO DO LAYOUT DE 172 P/ O LAYOUT SELADO ]------
002160 5000-CONVERTE-ARQUIVO.
002170     OPEN INPUT LOGVELHO
002180     IF ST-ERRO3 NOT = "00"
002190        DISPLAY "ARQUIVO " W-ARQ-VELHO " INDISPONIVEL (" ST-ERRO3
002200            ")"
002210        GO TO 5000-EXIT
002220     END-IF
002230     OPEN OUTPUT LOGNOVO
002240     IF ST-ERRO4 NOT = "00"
002250        DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQ-NOVO ": "
002260            ST-ERRO4
002270        STOP RUN
002280     END-IF
002290     MOVE "N" TO W-FIM-LOG
002300     PERFORM 5100-CONVERTE-EVENTO THRU 5100-EXIT
002310             UNTIL FIM-LOG
002320     CLOSE LOGVELHO
002330     CLOSE LOGNOVO.
002340 5000-EXIT.
002350     EXIT.
002360*
002370*---------[ UM EVENTO: IMAGEM DE 172 BYTES MAIS O SELO ]----------
002380 5100-CONVERTE-EVENTO.
002390     READ LOGVELHO
002400         AT END
002410            MOVE "S" TO W-FIM-LOG
002420            GO TO 5100-EXIT
002430     END-READ
002440     ADD 1 TO W-TOT-ARQ-LIDOS
002450     ADD 1 TO W-TOT-LIDOS
002460     MOVE VLOG-EVENTO TO REGLOG
002470     PERFORM 9100-SELA-EVENTO THRU 9100-EXIT
002480     WRITE REGLOG
002490     IF ST-ERRO4 NOT = "00"
002500        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO " W-ARQ-NOVO ": "
002510            ST-ERRO4
002520        STOP RUN
002530     END-IF
002540     ADD 1 TO W-TOT-GRAVADOS.
002550 5100-EXIT.
002560     EXIT.
002570*
002580*---------[ TOTAIS E INSTRUCOES FINAIS DA VIRADA DE LAYOUT ]------
002590 8000-FINALIZA.
002600     DISPLAY "GERACOES CONVERTIDAS: " W-TOT-GERACOES
002610     DISPLAY "EVENTOS LIDOS.......: " W-TOT-LIDOS
002620     DISPLAY "EVENTOS GRAVADOS....: " W-TOT-GRAVADOS
002630     IF W-TOT-LIDOS NOT = W-TOT-GRAVADOS
002640        DISPLAY "*** TOTAIS NAO BATEM, NAO SUBSTITUA NENHUM "
002650            "ARQUIVO ***"
002660        STOP RUN
002670     END-IF
002680     DISPLAY "CONFIRA OS TOTAIS E SUBSTITUA O LOGDPND.DAT, O"
002690     DISPLAY "LOGARQIX.DAT E CADA GERACAO LOGARQ.<AAAAMMDD>"
002700     DISPLAY "PELO SEU .NOV (GUARDE OS ANTIGOS COM EXTENSAO "
002710         ".V172)."
002720     DISPLAY "EM SEGUIDA RODE O VERLOG P/ CONFERIR O LOG SELADO.".
002730 8000-EXIT.
002740     EXIT.
002750*
002760*---------[ SELO DO EVENTO CONVERTIDO: PROXIMO NUMERO ]-----------
002770*---------[ SEQUENCIAL E ENCADEAMENTO (TABSELO.CPY)   ]-----------
002780 9100-SELA-EVENTO.
002790     ADD 1 TO W-ULT-SEQ
002800     MOVE W-ULT-SEQ   TO LOG-NUM-SEQ
002810     MOVE ZEROS       TO LOG-CHECK
002820     MOVE W-ULT-CHECK TO W-SELO-CHK
002830     MOVE REGLOG      TO W-SELO-EVENTO
002840     MOVE 1           TO W-SELO-IND
002850     PERFORM 9110-SELA-CARACTER THRU 9110-EXIT
002860             UNTIL W-SELO-IND > 181
002870     MOVE W-SELO-CHK  TO LOG-CHECK
002880     MOVE W-SELO-CHK  TO W-ULT-CHECK.
002890 9100-EXIT.
002900     EXIT.
002910*
002920*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]-----
002930 9110-SELA-CARACTER.
002940     MOVE ZEROS TO W-SELO-COD
002950     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
002960         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
002970     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
002980     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
002990            REMAINDER W-SELO-CHK
003000     ADD 1 TO W-SELO-IND.
003010 9110-EXIT.
003020     EXIT.
003030*
003040*---------[ CONTROLE DO SELO (LOGSEQ.DAT) CRIADO COM O ULTIMO ]---
003050*---------[ NUMERO E O ULTIMO ENCADEAMENTO DO LOG CONVERTIDO  ]---
003060 9200-GRAVA-SEQ.
003070     IF W-TOT-GRAVADOS = ZEROS
003080        DISPLAY "NENHUM EVENTO CONVERTIDO, LOGSEQ.DAT NAO CRIADO"
003090        GO TO 9200-EXIT
003100     END-IF
003110     OPEN OUTPUT LOGSEQ
003120     IF ST-ERRO5 NOT = "00"
003130        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGSEQ: " ST-ERRO5
003140        STOP RUN
003150     END-IF
003160     ACCEPT W-SEQ-DATA FROM DATE YYYYMMDD
003170     ACCEPT W-SEQ-HORA FROM TIME
003180     MOVE "LOGDPND"   TO SEQ-CHAVE
003190     MOVE W-ULT-SEQ   TO SEQ-ULTIMO
003200     MOVE W-ULT-CHECK TO SEQ-CHECK
003210     MOVE "CNVLOG"    TO SEQ-PROGRAMA
003220     MOVE W-SEQ-DATA  TO SEQ-DATA
003230     MOVE W-SEQ-HORA  TO SEQ-HORA
003240     WRITE REGSEQ
003250     IF ST-ERRO5 NOT = "00"
003260        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGSEQ: " ST-ERRO5
003270        STOP RUN
003280     END-IF
003290     CLOSE LOGSEQ
003300     DISPLAY "ULTIMO NUMERO SEQUENCIAL: " W-ULT-SEQ
003310     DISPLAY "ULTIMO ENCADEAMENTO.....: " W-ULT-CHECK.
003320 9200-EXIT.
003330     EXIT.
