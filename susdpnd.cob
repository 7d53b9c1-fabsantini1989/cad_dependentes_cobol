000350*                    CATALOGADO NO RELINDEX.DAT
000360* 02/09/2026 SSM     BAIXA POR IDADE GRAVADA NO LOGDPND
000370*                    (PAR DE IMAGENS, COMO NO ORFDPND)
000372* 15/10/2026 SSM     EVENTOS DO LOGDPND SELADOS COM O NUMERO
000374*                    SEQUENCIAL GLOBAL E O ENCADEAMENTO DO
000376*                    LOG-CHECK (CONTROLE NO LOGSEQ.DAT)
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000680     SELECT LOGDPND ASSIGN TO DISK
000690              ORGANIZATION IS LINE SEQUENTIAL
000700              FILE STATUS  IS ST-ERRO6.
000701     SELECT LOGSEQ ASSIGN TO DISK
000702              ORGANIZATION IS INDEXED
000703              ACCESS MODE  IS RANDOM
000704              RECORD KEY   IS SEQ-CHAVE
000705              FILE STATUS  IS ST-ERRO7.
000710*
000720*-----------------------------------------------------------------
000730 DATA DIVISION.
000960         LABEL RECORD IS STANDARD
000970         VALUE OF FILE-ID IS "LOGDPND.DAT".
000980     COPY "reglog.cpy".
000981*
000982 FD LOGSEQ
000983         LABEL RECORD IS STANDARD
000984         VALUE OF FILE-ID IS "LOGSEQ.DAT".
000985     COPY "regseq.cpy".
000990*
001000 FD RELINDEX
001010         LABEL RECORD IS STANDARD
001090 77 ST-ERRO4         PIC X(02) VALUE "00".
001100 77 ST-ERRO5         PIC X(02) VALUE "00".
001110 77 ST-ERRO6         PIC X(02) VALUE "00".
001115 77 ST-ERRO7         PIC X(02) VALUE "00".
001120 77 W-OPERADOR       PIC X(08) VALUE "SUSDPND".
001130 77 W-LOG-DATA       PIC 9(08) VALUE ZEROS.
001140 77 W-LOG-HORA       PIC 9(08) VALUE ZEROS.
001910     03 FILLER       PIC X(85) VALUE SPACES.
001920*
001930 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
001932 77 W-SEQ-EXISTE     PIC X(01) VALUE "N".
001934     88 SEQ-EXISTE               VALUE "S".
001936     COPY "tabselo.cpy".
001940*-----------------------------------------------------------------
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
002490        CLOSE LOGDPND
002500        OPEN EXTEND LOGDPND
002510     END-IF
002515     PERFORM 9000-ABRE-SEQ THRU 9000-EXIT
002520     IF REINICIO-POS-QUEDA
002530        OPEN EXTEND RELSUSP
002540        IF ST-ERRO2 NOT = "00"
004690     MOVE W-LOG-HORA     TO LOG-HORA
004700     MOVE W-REG-ANTERIOR TO LOG-REG-ANTERIOR
004710     MOVE REGDPND        TO LOG-REG-NOVO
004715     PERFORM 9100-SELA-EVENTO THRU 9100-EXIT
004720     WRITE REGLOG
004730     IF ST-ERRO6 NOT = "00"
004740        DISPLAY "ERRO NA GRAVACAO DO LOG DE AUDITORIA: " ST-ERRO6
004750        STOP RUN
004760     END-IF
004765     PERFORM 9200-GRAVA-SEQ THRU 9200-EXIT.
004770 7000-EXIT.
004780     EXIT.
004790*
004890     CLOSE CADDPND
004900     CLOSE CADGRAU
004910     CLOSE LOGDPND
004915     CLOSE LOGSEQ
004920     CLOSE RELSUSP
004930     CLOSE CTRLBAT.
004940 8000-EXIT.
005390     CLOSE RELINDEX.
005400 8200-EXIT.
005410     EXIT.
005420*
005430*---------[ ABERTURA DO CONTROLE DO SELO DO LOG (LOGSEQ.DAT), ]---
005440*---------[ CRIADO VAZIO NA PRIMEIRA EXECUCAO                 ]---
005450 9000-ABRE-SEQ.
005460     OPEN I-O LOGSEQ
005470     IF ST-ERRO7 = "35"
005480        OPEN OUTPUT LOGSEQ
005490        CLOSE LOGSEQ
005500        OPEN I-O LOGSEQ
005510     END-IF
005520     IF ST-ERRO7 NOT = "00"
005530        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGSEQ: " ST-ERRO7
005540        STOP RUN
005550     END-IF.
005560 9000-EXIT.
005570     EXIT.
005580*
005590*---------[ SELO DO EVENTO: PROXIMO NUMERO SEQUENCIAL E O   ]-----
005600*---------[ ENCADEAMENTO A PARTIR DO ULTIMO EVENTO GRAVADO ]------
005610 9100-SELA-EVENTO.
005620     MOVE "LOGDPND" TO SEQ-CHAVE
005630     MOVE "S"       TO W-SEQ-EXISTE
005640     READ LOGSEQ
005650     IF ST-ERRO7 = "23"
005660        MOVE "N"   TO W-SEQ-EXISTE
005670        MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
005680     ELSE
005690        IF ST-ERRO7 NOT = "00"
005700           DISPLAY "ERRO NA LEITURA DO ARQUIVO LOGSEQ: " ST-ERRO7
005710           STOP RUN
005720        END-IF
005730     END-IF
005740     ADD 1 TO SEQ-ULTIMO
005750     MOVE SEQ-ULTIMO TO LOG-NUM-SEQ
005760     MOVE ZEROS      TO LOG-CHECK
005770     MOVE SEQ-CHECK  TO W-SELO-CHK
005780     MOVE REGLOG     TO W-SELO-EVENTO
005790     MOVE 1          TO W-SELO-IND
005800     PERFORM 9110-SELA-CARACTER THRU 9110-EXIT
005810             UNTIL W-SELO-IND > 181
005820     MOVE W-SELO-CHK TO LOG-CHECK.
005830 9100-EXIT.
005840     EXIT.
005850*
005860*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]-----
005870 9110-SELA-CARACTER.
005880     MOVE ZEROS TO W-SELO-COD
005890     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
005900         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
005910     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
005920     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
005930            REMAINDER W-SELO-CHK
005940     ADD 1 TO W-SELO-IND.
005950 9110-EXIT.
005960     EXIT.
005970*
005980*---------[ CONTROLE DO SELO ATUALIZADO APOS A GRAVACAO ]---------
005990*---------[ DO EVENTO NO LOGDPND                        ]---------
006000 9200-GRAVA-SEQ.
006010     MOVE LOG-CHECK  TO SEQ-CHECK
006020     MOVE "SUSDPND"  TO SEQ-PROGRAMA
006030     MOVE LOG-DATA   TO SEQ-DATA
006040     MOVE LOG-HORA   TO SEQ-HORA
006050     IF SEQ-EXISTE
006060        REWRITE REGSEQ
006070     ELSE
006080        WRITE REGSEQ
006090     END-IF
006100     IF ST-ERRO7 NOT = "00"
006110        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGSEQ: " ST-ERRO7
006120        STOP RUN
006130     END-IF.
006140 9200-EXIT.
006150     EXIT.
