000250*                    P/ O ENCADEAMENTO DO LOTEDPND
000260* 02/09/2026 SSM     RELATORIO CARIMBADO POR COMPETENCIA E
000270*                    CATALOGADO NO RELINDEX.DAT
000272* 15/10/2026 SSM     STATSDATA DA BAIXA COM A DATA REAL DE
000274*                    DESLIGAMENTO DO CADFUNC (FUNC-DATA-DESLIG)
000275* 15/10/2026 SSM     EVENTOS DO LOGDPND SELADOS COM O NUMERO
000276*                    SEQUENCIAL GLOBAL E O ENCADEAMENTO DO
000277*                    LOG-CHECK (CONTROLE NO LOGSEQ.DAT)
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000470     SELECT LOGDPND ASSIGN TO DISK
000480              ORGANIZATION IS LINE SEQUENTIAL
000490              FILE STATUS  IS ST-ERRO3.
000491     SELECT LOGSEQ ASSIGN TO DISK
000492              ORGANIZATION IS INDEXED
000493              ACCESS MODE  IS RANDOM
000494              RECORD KEY   IS SEQ-CHAVE
000495              FILE STATUS  IS ST-ERRO7.
000500     SELECT RELORF ASSIGN TO DISK
000510              ORGANIZATION IS LINE SEQUENTIAL
000520              FILE STATUS  IS ST-ERRO4.
000760         LABEL RECORD IS STANDARD
000770         VALUE OF FILE-ID IS "LOGDPND.DAT".
000780     COPY "reglog.cpy".
000781*
000782 FD LOGSEQ
000783         LABEL RECORD IS STANDARD
000784         VALUE OF FILE-ID IS "LOGSEQ.DAT".
000785     COPY "regseq.cpy".
000790*
000800 FD RELORF
000810         LABEL RECORD IS STANDARD
000990 77 ST-ERRO4         PIC X(02) VALUE "00".
001000 77 ST-ERRO5         PIC X(02) VALUE "00".
001010 77 ST-ERRO6         PIC X(02) VALUE "00".
001015 77 ST-ERRO7         PIC X(02) VALUE "00".
001020 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
001030 01 W-NOME-REL.
001040     03 FILLER       PIC X(07) VALUE "RELORF.".
001330     88 ULT-CHAPA-ATIVA          VALUE "A".
001340     88 ULT-CHAPA-DESLIGADA      VALUE "D".
001350     88 ULT-CHAPA-INEXISTENTE    VALUE "N".
001355 77 W-ULT-DATA-DESLIG PIC 9(08) VALUE ZEROS.
001360*
001370 01 LIN-CABEC1.
001380     03 FILLER       PIC X(52) VALUE
001800     03 FILLER       PIC X(85) VALUE SPACES.
001810*
001820 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
001822 77 W-SEQ-EXISTE     PIC X(01) VALUE "N".
001824     88 SEQ-EXISTE               VALUE "S".
001826     COPY "tabselo.cpy".
001830*-----------------------------------------------------------------
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
002220        CLOSE LOGDPND
002230        OPEN EXTEND LOGDPND
002240     END-IF
002245     PERFORM 9000-ABRE-SEQ THRU 9000-EXIT
002250     OPEN OUTPUT RELORF
002260     IF ST-ERRO4 NOT = "00"
002270        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELORF: " ST-ERRO4
003120        GO TO 3000-EXIT
003130     END-IF
003140     MOVE CHAPA TO W-ULT-CHAPA
003145     MOVE ZEROS TO W-ULT-DATA-DESLIG
003150     MOVE CHAPA TO FUNC-CHAPA
003160     READ CADFUNC KEY IS FUNC-CHAPA
003170     IF ST-ERRO2 = "23"
003240     END-IF
003250     IF FUNC-DESLIGADO
003260        MOVE "D" TO W-ULT-SITUACAO
003265        MOVE FUNC-DATA-DESLIG TO W-ULT-DATA-DESLIG
003270     ELSE
003280        MOVE "A" TO W-ULT-SITUACAO
003290     END-IF.
003700 5100-BAIXA-ORFAO.
003710     MOVE REGDPND TO W-REG-ANTERIOR
003720     MOVE "X" TO STATS
003730     IF W-ULT-DATA-DESLIG NOT = ZEROS
003732        MOVE W-ULT-DATA-DESLIG TO STATSDATA
003734     ELSE
003736        ACCEPT W-LOG-DATA FROM DATE YYYYMMDD
003738        MOVE W-LOG-DATA TO STATSDATA
003740     END-IF
003750     REWRITE REGDPND
003760     IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
003770        DISPLAY "ERRO NO REWRITE DO CADDPND: " ST-ERRO
003940     MOVE W-LOG-HORA     TO LOG-HORA
003950     MOVE W-REG-ANTERIOR TO LOG-REG-ANTERIOR
003960     MOVE REGDPND        TO LOG-REG-NOVO
003965     PERFORM 9100-SELA-EVENTO THRU 9100-EXIT
003970     WRITE REGLOG
003980     IF ST-ERRO3 NOT = "00"
003990        DISPLAY "ERRO NA GRAVACAO DO LOG DE AUDITORIA: " ST-ERRO3
004000        STOP RUN
004010     END-IF
004015     PERFORM 9200-GRAVA-SEQ THRU 9200-EXIT.
004020 7000-EXIT.
004030     EXIT.
004040*
004230     CLOSE CADDPND
004240     CLOSE CADFUNC
004250     CLOSE LOGDPND
004255     CLOSE LOGSEQ
004260     CLOSE RELORF
004270     CLOSE CTRLBAT.
004280 8000-EXIT.
004720     CLOSE RELINDEX.
004730 8200-EXIT.
004740     EXIT.
004750*
004760*---------[ ABERTURA DO CONTROLE DO SELO DO LOG (LOGSEQ.DAT), ]---
004770*---------[ CRIADO VAZIO NA PRIMEIRA EXECUCAO                 ]---
004780 9000-ABRE-SEQ.
004790     OPEN I-O LOGSEQ
004800     IF ST-ERRO7 = "35"
004810        OPEN OUTPUT LOGSEQ
004820        CLOSE LOGSEQ
004830        OPEN I-O LOGSEQ
004840     END-IF
004850     IF ST-ERRO7 NOT = "00"
004860        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGSEQ: " ST-ERRO7
004870        STOP RUN
004880     END-IF.
004890 9000-EXIT.
004900     EXIT.
004910*
004920*---------[ SELO DO EVENTO: PROXIMO NUMERO SEQUENCIAL E O   ]-----
004930*---------[ ENCADEAMENTO A PARTIR DO ULTIMO EVENTO GRAVADO ]------
004940 9100-SELA-EVENTO.
004950     MOVE "LOGDPND" TO SEQ-CHAVE
004960     MOVE "S"       TO W-SEQ-EXISTE
004970     READ LOGSEQ
004980     IF ST-ERRO7 = "23"
004990        MOVE "N"   TO W-SEQ-EXISTE
005000        MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
005010     ELSE
005020        IF ST-ERRO7 NOT = "00"
005030           DISPLAY "ERRO NA LEITURA DO ARQUIVO LOGSEQ: " ST-ERRO7
005040           STOP RUN
005050        END-IF
005060     END-IF
005070     ADD 1 TO SEQ-ULTIMO
005080     MOVE SEQ-ULTIMO TO LOG-NUM-SEQ
005090     MOVE ZEROS      TO LOG-CHECK
005100     MOVE SEQ-CHECK  TO W-SELO-CHK
005110     MOVE REGLOG     TO W-SELO-EVENTO
005120     MOVE 1          TO W-SELO-IND
005130     PERFORM 9110-SELA-CARACTER THRU 9110-EXIT
005140             UNTIL W-SELO-IND > 181
005150     MOVE W-SELO-CHK TO LOG-CHECK.
005160 9100-EXIT.
005170     EXIT.
005180*
005190*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]-----
005200 9110-SELA-CARACTER.
005210     MOVE ZEROS TO W-SELO-COD
005220     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
005230         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
005240     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
005250     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
005260            REMAINDER W-SELO-CHK
005270     ADD 1 TO W-SELO-IND.
005280 9110-EXIT.
005290     EXIT.
005300*
005310*---------[ CONTROLE DO SELO ATUALIZADO APOS A GRAVACAO ]---------
005320*---------[ DO EVENTO NO LOGDPND                        ]---------
005330 9200-GRAVA-SEQ.
005340     MOVE LOG-CHECK  TO SEQ-CHECK
005350     MOVE "ORFDPND"  TO SEQ-PROGRAMA
005360     MOVE LOG-DATA   TO SEQ-DATA
005370     MOVE LOG-HORA   TO SEQ-HORA
005380     IF SEQ-EXISTE
005390        REWRITE REGSEQ
005400     ELSE
005410        WRITE REGSEQ
005420     END-IF
005430     IF ST-ERRO7 NOT = "00"
005440        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGSEQ: " ST-ERRO7
005450        STOP RUN
005460     END-IF.
005470 9200-EXIT.
005480     EXIT.
