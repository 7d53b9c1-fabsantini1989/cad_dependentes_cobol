000210* 22/08/2026 SSM     PROGRAMA CRIADO
000212* 02/09/2026 SSM     GRAVA A DATA DE VIGENCIA DO STATUS
000214*                    (STATSDATA) NA SUSPENSAO DA RECUSA
000215* 15/10/2026 SSM     EVENTOS DO LOGDPND SELADOS COM O NUMERO
000216*                    SEQUENCIAL GLOBAL E O ENCADEAMENTO DO
000217*                    LOG-CHECK (CONTROLE NO LOGSEQ.DAT)
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000390     SELECT LOGDPND ASSIGN TO DISK
000400              ORGANIZATION IS LINE SEQUENTIAL
000410              FILE STATUS  IS ST-ERRO4.
000411     SELECT LOGSEQ ASSIGN TO DISK
000412              ORGANIZATION IS INDEXED
000413              ACCESS MODE  IS RANDOM
000414              RECORD KEY   IS SEQ-CHAVE
000415              FILE STATUS  IS ST-ERRO6.
000420     SELECT RELRET ASSIGN TO DISK
000430              ORGANIZATION IS LINE SEQUENTIAL
000440              FILE STATUS  IS ST-ERRO5.
000640         LABEL RECORD IS STANDARD
000650         VALUE OF FILE-ID IS "LOGDPND.DAT".
000660     COPY "reglog.cpy".
000670*
000680 FD LOGSEQ
000690         LABEL RECORD IS STANDARD
000700         VALUE OF FILE-ID IS "LOGSEQ.DAT".
000710     COPY "regseq.cpy".
000750*
000760 FD RELRET
000770         LABEL RECORD IS STANDARD
000830 77 ST-ERRO3         PIC X(02) VALUE "00".
000840 77 ST-ERRO4         PIC X(02) VALUE "00".
000850 77 ST-ERRO5         PIC X(02) VALUE "00".
000855 77 ST-ERRO6         PIC X(02) VALUE "00".
000860 77 W-FIM-ARQ        PIC X(01) VALUE "N".
000870     88 FIM-ARQUIVO              VALUE "S".
000880 77 W-OPERADOR       PIC X(08) VALUE "RETDPND".
001410     03 FILLER       PIC X(85) VALUE SPACES.
001420*
001430 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
001432 77 W-SEQ-EXISTE     PIC X(01) VALUE "N".
001434     88 SEQ-EXISTE               VALUE "S".
001436     COPY "tabselo.cpy".
001440*-----------------------------------------------------------------
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001680        CLOSE LOGDPND
001690        OPEN EXTEND LOGDPND
001700     END-IF
001705     PERFORM 9000-ABRE-SEQ THRU 9000-EXIT
001710     OPEN OUTPUT RELRET
001720     IF ST-ERRO5 NOT = "00"
001730        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELRET: " ST-ERRO5
002640     MOVE W-LOG-HORA     TO LOG-HORA
002650     MOVE W-REG-ANTERIOR TO LOG-REG-ANTERIOR
002660     MOVE REGDPND        TO LOG-REG-NOVO
002665     PERFORM 9100-SELA-EVENTO THRU 9100-EXIT
002670     WRITE REGLOG
002680     IF ST-ERRO4 NOT = "00"
002690        DISPLAY "ERRO NA GRAVACAO DO LOG DE AUDITORIA: " ST-ERRO4
002700        STOP RUN
002710     END-IF
002715     PERFORM 9200-GRAVA-SEQ THRU 9200-EXIT.
002720 7000-EXIT.
002730     EXIT.
002740*
002870     CLOSE RETOPER
002880     CLOSE CADDPND
002890     CLOSE LOGDPND
002895     CLOSE LOGSEQ
002900     CLOSE RELRET.
002910 8000-EXIT.
002920     EXIT.
002930*
002940*---------[ ABERTURA DO CONTROLE DO SELO DO LOG (LOGSEQ.DAT), ]---
002950*---------[ CRIADO VAZIO NA PRIMEIRA EXECUCAO                 ]---
002960 9000-ABRE-SEQ.
002970     OPEN I-O LOGSEQ
002980     IF ST-ERRO6 = "35"
002990        OPEN OUTPUT LOGSEQ
003000        CLOSE LOGSEQ
003010        OPEN I-O LOGSEQ
003020     END-IF
003030     IF ST-ERRO6 NOT = "00"
003040        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGSEQ: " ST-ERRO6
003050        STOP RUN
003060     END-IF.
003070 9000-EXIT.
003080     EXIT.
003090*
003100*---------[ SELO DO EVENTO: PROXIMO NUMERO SEQUENCIAL E O   ]-----
003110*---------[ ENCADEAMENTO A PARTIR DO ULTIMO EVENTO GRAVADO ]------
003120 9100-SELA-EVENTO.
003130     MOVE "LOGDPND" TO SEQ-CHAVE
003140     MOVE "S"       TO W-SEQ-EXISTE
003150     READ LOGSEQ
003160     IF ST-ERRO6 = "23"
003170        MOVE "N"   TO W-SEQ-EXISTE
003180        MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
003190     ELSE
003200        IF ST-ERRO6 NOT = "00"
003210           DISPLAY "ERRO NA LEITURA DO ARQUIVO LOGSEQ: " ST-ERRO6
003220           STOP RUN
003230        END-IF
003240     END-IF
003250     ADD 1 TO SEQ-ULTIMO
003260     MOVE SEQ-ULTIMO TO LOG-NUM-SEQ
003270     MOVE ZEROS      TO LOG-CHECK
003280     MOVE SEQ-CHECK  TO W-SELO-CHK
003290     MOVE REGLOG     TO W-SELO-EVENTO
003300     MOVE 1          TO W-SELO-IND
003310     PERFORM 9110-SELA-CARACTER THRU 9110-EXIT
003320             UNTIL W-SELO-IND > 181
003330     MOVE W-SELO-CHK TO LOG-CHECK.
003340 9100-EXIT.
003350     EXIT.
003360*
003370*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]-----
003380 9110-SELA-CARACTER.
003390     MOVE ZEROS TO W-SELO-COD
003400     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
003410         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
003420     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
003430     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
003440            REMAINDER W-SELO-CHK
003450     ADD 1 TO W-SELO-IND.
003460 9110-EXIT.
003470     EXIT.
003480*
003490*---------[ CONTROLE DO SELO ATUALIZADO APOS A GRAVACAO ]---------
003500*---------[ DO EVENTO NO LOGDPND                        ]---------
003510 9200-GRAVA-SEQ.
003520     MOVE LOG-CHECK  TO SEQ-CHECK
003530     MOVE "RETDPND"  TO SEQ-PROGRAMA
003540     MOVE LOG-DATA   TO SEQ-DATA
003550     MOVE LOG-HORA   TO SEQ-HORA
003560     IF SEQ-EXISTE
003570        REWRITE REGSEQ
003580     ELSE
003590        WRITE REGSEQ
003600     END-IF
003610     IF ST-ERRO6 NOT = "00"
003620        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGSEQ: " ST-ERRO6
003630        STOP RUN
003640     END-IF.
003650 9200-EXIT.
003660     EXIT.
