000270*                    (STATSDATA) E LOG COM IMAGEM X(70)
000280* 02/09/2026 SSM     RELATORIO DE CRITICA CARIMBADO POR
000290*                    COMPETENCIA E CATALOGADO NO RELINDEX.DAT
000292* 15/10/2026 SSM     EVENTOS DO LOGDPND SELADOS COM O NUMERO
000294*                    SEQUENCIAL GLOBAL E O ENCADEAMENTO DO
000296*                    LOG-CHECK (CONTROLE NO LOGSEQ.DAT)
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000520     SELECT LOGDPND ASSIGN TO DISK
000530              ORGANIZATION IS LINE SEQUENTIAL
000540              FILE STATUS  IS ST-ERRO4.
000541     SELECT LOGSEQ ASSIGN TO DISK
000542              ORGANIZATION IS INDEXED
000543              ACCESS MODE  IS RANDOM
000544              RECORD KEY   IS SEQ-CHAVE
000545              FILE STATUS  IS ST-ERRO8.
000550     SELECT RELCRIT ASSIGN TO DISK
000560              ORGANIZATION IS LINE SEQUENTIAL
000570              FILE STATUS  IS ST-ERRO5.
000970         LABEL RECORD IS STANDARD
000980         VALUE OF FILE-ID IS "LOGDPND.DAT".
000990     COPY "reglog.cpy".
000991*
000992 FD LOGSEQ
000993         LABEL RECORD IS STANDARD
000994         VALUE OF FILE-ID IS "LOGSEQ.DAT".
000995     COPY "regseq.cpy".
001000*
001010 FD RELCRIT
001020         LABEL RECORD IS STANDARD
001210 77 ST-ERRO5         PIC X(02) VALUE "00".
001220 77 ST-ERRO6         PIC X(02) VALUE "00".
001230 77 ST-ERRO7         PIC X(02) VALUE "00".
001235 77 ST-ERRO8         PIC X(02) VALUE "00".
001240 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
001250 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
001260 01 W-NOME-REL.
002250     03 FILLER       PIC X(85) VALUE SPACES.
002260*
002270 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
002272 77 W-SEQ-EXISTE     PIC X(01) VALUE "N".
002274     88 SEQ-EXISTE               VALUE "S".
002276     COPY "tabselo.cpy".
002280*-----------------------------------------------------------------
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002650        CLOSE LOGDPND
002660        OPEN EXTEND LOGDPND
002670     END-IF
002675     PERFORM 9000-ABRE-SEQ THRU 9000-EXIT
002680     OPEN OUTPUT RELCRIT
002690     IF ST-ERRO5 NOT = "00"
002700        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCRIT: " ST-ERRO5
005780     MOVE W-LOG-HORA   TO LOG-HORA
005790     MOVE SPACES       TO LOG-REG-ANTERIOR
005800     MOVE REGDPND      TO LOG-REG-NOVO
005805     PERFORM 9100-SELA-EVENTO THRU 9100-EXIT
005810     WRITE REGLOG
005820     IF ST-ERRO4 NOT = "00"
005830        DISPLAY "ERRO NA GRAVACAO DO LOG DE AUDITORIA: " ST-ERRO4
005840        STOP RUN
005850     END-IF
005855     PERFORM 9200-GRAVA-SEQ THRU 9200-EXIT.
005860 7000-EXIT.
005870     EXIT.
005880*
006080     CLOSE CADFUNC
006090     CLOSE CADGRAU
006100     CLOSE LOGDPND
006105     CLOSE LOGSEQ
006110     CLOSE RELCRIT.
006120 8000-EXIT.
006130     EXIT.
006390     CLOSE RELINDEX.
006400 8200-EXIT.
006410     EXIT.
006420*
006430*---------[ ABERTURA DO CONTROLE DO SELO DO LOG (LOGSEQ.DAT), ]---
006440*---------[ CRIADO VAZIO NA PRIMEIRA EXECUCAO                 ]---
006450 9000-ABRE-SEQ.
006460     OPEN I-O LOGSEQ
006470     IF ST-ERRO8 = "35"
006480        OPEN OUTPUT LOGSEQ
006490        CLOSE LOGSEQ
006500        OPEN I-O LOGSEQ
006510     END-IF
006520     IF ST-ERRO8 NOT = "00"
006530        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGSEQ: " ST-ERRO8
006540        STOP RUN
006550     END-IF.
006560 9000-EXIT.
006570     EXIT.
006580*
006590*---------[ SELO DO EVENTO: PROXIMO NUMERO SEQUENCIAL E O   ]-----
006600*---------[ ENCADEAMENTO A PARTIR DO ULTIMO EVENTO GRAVADO ]------
006610 9100-SELA-EVENTO.
006620     MOVE "LOGDPND" TO SEQ-CHAVE
006630     MOVE "S"       TO W-SEQ-EXISTE
006640     READ LOGSEQ
006650     IF ST-ERRO8 = "23"
006660        MOVE "N"   TO W-SEQ-EXISTE
006670        MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
006680     ELSE
006690        IF ST-ERRO8 NOT = "00"
006700           DISPLAY "ERRO NA LEITURA DO ARQUIVO LOGSEQ: " ST-ERRO8
006710           STOP RUN
006720        END-IF
006730     END-IF
006740     ADD 1 TO SEQ-ULTIMO
006750     MOVE SEQ-ULTIMO TO LOG-NUM-SEQ
006760     MOVE ZEROS      TO LOG-CHECK
006770     MOVE SEQ-CHECK  TO W-SELO-CHK
006780     MOVE REGLOG     TO W-SELO-EVENTO
006790     MOVE 1          TO W-SELO-IND
006800     PERFORM 9110-SELA-CARACTER THRU 9110-EXIT
006810             UNTIL W-SELO-IND > 181
006820     MOVE W-SELO-CHK TO LOG-CHECK.
006830 9100-EXIT.
006840     EXIT.
006850*
006860*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]-----
006870 9110-SELA-CARACTER.
006880     MOVE ZEROS TO W-SELO-COD
006890     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
006900         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
006910     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
006920     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
006930            REMAINDER W-SELO-CHK
006940     ADD 1 TO W-SELO-IND.
006950 9110-EXIT.
006960     EXIT.
006970*
006980*---------[ CONTROLE DO SELO ATUALIZADO APOS A GRAVACAO ]---------
006990*---------[ DO EVENTO NO LOGDPND                        ]---------
007000 9200-GRAVA-SEQ.
007010     MOVE LOG-CHECK  TO SEQ-CHECK
007020     MOVE "CARGDPND" TO SEQ-PROGRAMA
007030     MOVE LOG-DATA   TO SEQ-DATA
007040     MOVE LOG-HORA   TO SEQ-HORA
007050     IF SEQ-EXISTE
007060        REWRITE REGSEQ
007070     ELSE
007080        WRITE REGSEQ
007090     END-IF
007100     IF ST-ERRO8 NOT = "00"
007110        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGSEQ: " ST-ERRO8
007120        STOP RUN
007130     END-IF.
007140 9200-EXIT.
007150     EXIT.
