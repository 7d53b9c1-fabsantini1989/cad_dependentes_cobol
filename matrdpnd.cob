000210* HISTORICO DE ALTERACOES
000220* DATA       AUTOR   DESCRICAO
000230* 02/09/2026 SSM     PROGRAMA CRIADO
000232* 15/10/2026 SSM     EVENTOS DO LOGDPND SELADOS COM O NUMERO
000234*                    SEQUENCIAL GLOBAL E O ENCADEAMENTO DO
000236*                    LOG-CHECK (CONTROLE NO LOGSEQ.DAT)
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000430     SELECT LOGDPND ASSIGN TO DISK
000440              ORGANIZATION IS LINE SEQUENTIAL
000450              FILE STATUS  IS ST-ERRO3.
000451     SELECT LOGSEQ ASSIGN TO DISK
000452              ORGANIZATION IS INDEXED
000453              ACCESS MODE  IS RANDOM
000454              RECORD KEY   IS SEQ-CHAVE
000455              FILE STATUS  IS ST-ERRO5.
000460     SELECT RELMATR ASSIGN TO DISK
000470              ORGANIZATION IS LINE SEQUENTIAL
000480              FILE STATUS  IS ST-ERRO4.
000640         LABEL RECORD IS STANDARD
000650         VALUE OF FILE-ID IS "LOGDPND.DAT".
000660     COPY "reglog.cpy".
000670*
000680 FD LOGSEQ
000690         LABEL RECORD IS STANDARD
000700         VALUE OF FILE-ID IS "LOGSEQ.DAT".
000710     COPY "regseq.cpy".
000750*
000760 FD RELMATR
000770         LABEL RECORD IS STANDARD
000830 77 ST-ERRO2         PIC X(02) VALUE "00".
000840 77 ST-ERRO3         PIC X(02) VALUE "00".
000850 77 ST-ERRO4         PIC X(02) VALUE "00".
000855 77 ST-ERRO5         PIC X(02) VALUE "00".
000860 77 W-FIM-ARQ        PIC X(01) VALUE "N".
000870     88 FIM-ARQUIVO              VALUE "S".
000880 77 W-OPERADOR       PIC X(08) VALUE "MATRDPND".
001770     03 FILLER       PIC X(85) VALUE SPACES.
001780*
001790 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
001792 77 W-SEQ-EXISTE     PIC X(01) VALUE "N".
001794     88 SEQ-EXISTE               VALUE "S".
001796     COPY "tabselo.cpy".
001800*-----------------------------------------------------------------
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
002050        CLOSE LOGDPND
002060        OPEN EXTEND LOGDPND
002070     END-IF
002075     PERFORM 9000-ABRE-SEQ THRU 9000-EXIT
002080     OPEN OUTPUT RELMATR
002090     IF ST-ERRO4 NOT = "00"
002100        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELMATR: " ST-ERRO4
003610     MOVE W-LOG-HORA     TO LOG-HORA
003620     MOVE W-REG-ANTERIOR TO LOG-REG-ANTERIOR
003630     MOVE REGDPND        TO LOG-REG-NOVO
003635     PERFORM 9100-SELA-EVENTO THRU 9100-EXIT
003640     WRITE REGLOG
003650     IF ST-ERRO3 NOT = "00"
003660        DISPLAY "ERRO NA GRAVACAO DO LOG DE AUDITORIA: " ST-ERRO3
003670        STOP RUN
003680     END-IF
003685     PERFORM 9200-GRAVA-SEQ THRU 9200-EXIT.
003690 7000-EXIT.
003700     EXIT.
003710*
003870     CLOSE CADDPND
003880     CLOSE MATRDPND
003890     CLOSE LOGDPND
003895     CLOSE LOGSEQ
003900     CLOSE RELMATR.
003910 8000-EXIT.
003920     EXIT.
003930*
003940*---------[ ABERTURA DO CONTROLE DO SELO DO LOG (LOGSEQ.DAT), ]---
003950*---------[ CRIADO VAZIO NA PRIMEIRA EXECUCAO                 ]---
003960 9000-ABRE-SEQ.
003970     OPEN I-O LOGSEQ
003980     IF ST-ERRO5 = "35"
003990        OPEN OUTPUT LOGSEQ
004000        CLOSE LOGSEQ
004010        OPEN I-O LOGSEQ
004020     END-IF
004030     IF ST-ERRO5 NOT = "00"
004040        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGSEQ: " ST-ERRO5
004050        STOP RUN
004060     END-IF.
004070 9000-EXIT.
004080     EXIT.
004090*
004100*---------[ SELO DO EVENTO: PROXIMO NUMERO SEQUENCIAL E O   ]-----
004110*---------[ ENCADEAMENTO A PARTIR DO ULTIMO EVENTO GRAVADO ]------
004120 9100-SELA-EVENTO.
004130     MOVE "LOGDPND" TO SEQ-CHAVE
004140     MOVE "S"       TO W-SEQ-EXISTE
004150     READ LOGSEQ
004160     IF ST-ERRO5 = "23"
004170        MOVE "N"   TO W-SEQ-EXISTE
004180        MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
004190     ELSE
004200        IF ST-ERRO5 NOT = "00"
004210           DISPLAY "ERRO NA LEITURA DO ARQUIVO LOGSEQ: " ST-ERRO5
004220           STOP RUN
004230        END-IF
004240     END-IF
004250     ADD 1 TO SEQ-ULTIMO
004260     MOVE SEQ-ULTIMO TO LOG-NUM-SEQ
004270     MOVE ZEROS      TO LOG-CHECK
004280     MOVE SEQ-CHECK  TO W-SELO-CHK
004290     MOVE REGLOG     TO W-SELO-EVENTO
004300     MOVE 1          TO W-SELO-IND
004310     PERFORM 9110-SELA-CARACTER THRU 9110-EXIT
004320             UNTIL W-SELO-IND > 181
004330     MOVE W-SELO-CHK TO LOG-CHECK.
004340 9100-EXIT.
004350     EXIT.
004360*
004370*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]-----
004380 9110-SELA-CARACTER.
004390     MOVE ZEROS TO W-SELO-COD
004400     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
004410         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
004420     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
004430     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
004440            REMAINDER W-SELO-CHK
004450     ADD 1 TO W-SELO-IND.
004460 9110-EXIT.
004470     EXIT.
004480*
004490*---------[ CONTROLE DO SELO ATUALIZADO APOS A GRAVACAO ]---------
004500*---------[ DO EVENTO NO LOGDPND                        ]---------
004510 9200-GRAVA-SEQ.
004520     MOVE LOG-CHECK  TO SEQ-CHECK
004530     MOVE "MATRDPND" TO SEQ-PROGRAMA
004540     MOVE LOG-DATA   TO SEQ-DATA
004550     MOVE LOG-HORA   TO SEQ-HORA
004560     IF SEQ-EXISTE
004570        REWRITE REGSEQ
004580     ELSE
004590        WRITE REGSEQ
004600     END-IF
004610     IF ST-ERRO5 NOT = "00"
004620        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGSEQ: " ST-ERRO5
004630        STOP RUN
004640     END-IF.
004650 9200-EXIT.
004660     EXIT.
