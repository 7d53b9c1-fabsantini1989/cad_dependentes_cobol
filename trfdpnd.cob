000260* 02/09/2026 SSM     PROGRAMA CRIADO
000270* 02/09/2026 SSM     COMPROVANTE DE MATRICULA (MATRDPND)
000280*                    ACOMPANHA A TRANSFERENCIA
000282* 15/10/2026 SSM     EVENTOS DO LOGDPND SELADOS COM O NUMERO
000284*                    SEQUENCIAL GLOBAL E O ENCADEAMENTO DO
000286*                    LOG-CHECK (CONTROLE NO LOGSEQ.DAT)
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000480     SELECT LOGDPND ASSIGN TO DISK
000490              ORGANIZATION IS LINE SEQUENTIAL
000500              FILE STATUS  IS ST-ERRO3.
000501     SELECT LOGSEQ ASSIGN TO DISK
000502              ORGANIZATION IS INDEXED
000503              ACCESS MODE  IS RANDOM
000504              RECORD KEY   IS SEQ-CHAVE
000505              FILE STATUS  IS ST-ERRO6.
000510     SELECT CADOPER ASSIGN TO DISK
000520              ORGANIZATION IS INDEXED
000530              ACCESS MODE  IS RANDOM
000760         LABEL RECORD IS STANDARD
000770         VALUE OF FILE-ID IS "LOGDPND.DAT".
000780     COPY "reglog.cpy".
000781*
000782 FD LOGSEQ
000783         LABEL RECORD IS STANDARD
000784         VALUE OF FILE-ID IS "LOGSEQ.DAT".
000785     COPY "regseq.cpy".
000790*
000800 FD CADOPER
000810         LABEL RECORD IS STANDARD
000930 77 ST-ERRO3         PIC X(02) VALUE "00".
000940 77 ST-ERRO4         PIC X(02) VALUE "00".
000950 77 ST-ERRO5         PIC X(02) VALUE "00".
000955 77 ST-ERRO6         PIC X(02) VALUE "00".
000960 77 W-TEM-MATR       PIC X(01) VALUE "N".
000970 77 W-TOT-MATR       PIC 9(02) VALUE ZEROS.
000980 77 W-OPERADOR       PIC X(08) VALUE SPACES.
001120 77 W-TAB-QTD        PIC 9(02) VALUE ZEROS.
001130 01 W-TAB-ORIGEM.
001140     03 W-TAB-REG    PIC X(70) OCCURS 9 TIMES.
001142 77 W-SEQ-EXISTE     PIC X(01) VALUE "N".
001144     88 SEQ-EXISTE               VALUE "S".
001146     COPY "tabselo.cpy".
001150*-----------------------------------------------------------------
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001380        CLOSE LOGDPND
001390        OPEN EXTEND LOGDPND
001400     END-IF
001405     PERFORM 9000-ABRE-SEQ THRU 9000-EXIT
001410     OPEN INPUT CADOPER
001420     IF ST-ERRO4 NOT = "00"
001430        DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL ("
004060     ELSE
004070        MOVE REGDPND     TO LOG-REG-NOVO
004080     END-IF
004085     PERFORM 9100-SELA-EVENTO THRU 9100-EXIT
004090     WRITE REGLOG
004100     IF ST-ERRO3 NOT = "00"
004110        DISPLAY "ERRO NA GRAVACAO DO LOG DE AUDITORIA: " ST-ERRO3
004120        STOP RUN
004130     END-IF
004135     PERFORM 9200-GRAVA-SEQ THRU 9200-EXIT.
004140 7000-EXIT.
004150     EXIT.
004160*
004190     CLOSE CADDPND
004200     CLOSE CADFUNC
004210     CLOSE LOGDPND
004215     CLOSE LOGSEQ
004220     IF W-TEM-MATR = "S"
004230        CLOSE MATRDPND
004240     END-IF
004250     CLOSE CADOPER.
004260 8000-EXIT.
004270     EXIT.
004280*
004290*---------[ ABERTURA DO CONTROLE DO SELO DO LOG (LOGSEQ.DAT), ]---
004300*---------[ CRIADO VAZIO NA PRIMEIRA EXECUCAO                 ]---
004310 9000-ABRE-SEQ.
004320     OPEN I-O LOGSEQ
004330     IF ST-ERRO6 = "35"
004340        OPEN OUTPUT LOGSEQ
004350        CLOSE LOGSEQ
004360        OPEN I-O LOGSEQ
004370     END-IF
004380     IF ST-ERRO6 NOT = "00"
004390        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGSEQ: " ST-ERRO6
004400        STOP RUN
004410     END-IF.
004420 9000-EXIT.
004430     EXIT.
004440*
004450*---------[ SELO DO EVENTO: PROXIMO NUMERO SEQUENCIAL E O   ]-----
004460*---------[ ENCADEAMENTO A PARTIR DO ULTIMO EVENTO GRAVADO ]------
004470 9100-SELA-EVENTO.
004480     MOVE "LOGDPND" TO SEQ-CHAVE
004490     MOVE "S"       TO W-SEQ-EXISTE
004500     READ LOGSEQ
004510     IF ST-ERRO6 = "23"
004520        MOVE "N"   TO W-SEQ-EXISTE
004530        MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
004540     ELSE
004550        IF ST-ERRO6 NOT = "00"
004560           DISPLAY "ERRO NA LEITURA DO ARQUIVO LOGSEQ: " ST-ERRO6
004570           STOP RUN
004580        END-IF
004590     END-IF
004600     ADD 1 TO SEQ-ULTIMO
004610     MOVE SEQ-ULTIMO TO LOG-NUM-SEQ
004620     MOVE ZEROS      TO LOG-CHECK
004630     MOVE SEQ-CHECK  TO W-SELO-CHK
004640     MOVE REGLOG     TO W-SELO-EVENTO
004650     MOVE 1          TO W-SELO-IND
004660     PERFORM 9110-SELA-CARACTER THRU 9110-EXIT
004670             UNTIL W-SELO-IND > 181
004680     MOVE W-SELO-CHK TO LOG-CHECK.
004690 9100-EXIT.
004700     EXIT.
004710*
004720*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]-----
004730 9110-SELA-CARACTER.
004740     MOVE ZEROS TO W-SELO-COD
004750     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
004760         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
004770     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
004780     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
004790            REMAINDER W-SELO-CHK
004800     ADD 1 TO W-SELO-IND.
004810 9110-EXIT.
004820     EXIT.
004830*
004840*---------[ CONTROLE DO SELO ATUALIZADO APOS A GRAVACAO ]---------
004850*---------[ DO EVENTO NO LOGDPND                        ]---------
004860 9200-GRAVA-SEQ.
004870     MOVE LOG-CHECK  TO SEQ-CHECK
004880     MOVE "TRFDPND"  TO SEQ-PROGRAMA
004890     MOVE LOG-DATA   TO SEQ-DATA
004900     MOVE LOG-HORA   TO SEQ-HORA
004910     IF SEQ-EXISTE
004920        REWRITE REGSEQ
004930     ELSE
004940        WRITE REGSEQ
004950     END-IF
004960     IF ST-ERRO6 NOT = "00"
004970        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGSEQ: " ST-ERRO6
004980        STOP RUN
004990     END-IF.
005000 9200-EXIT.
005010     EXIT.
