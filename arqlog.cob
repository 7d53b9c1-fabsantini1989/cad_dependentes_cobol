000210* HISTORICO DE ALTERACOES
000220* DATA       AUTOR   DESCRICAO
000230* 02/09/2026 SSM     PROGRAMA CRIADO
000232* 15/10/2026 SSM     EVENTOS NO LAYOUT DE 190 BYTES (SELADOS)
000234*                    E ULTIMO NUMERO SEQUENCIAL DA GERACAO
000236*                    GRAVADO NO LOGARQIX (AQX-ULT-SEQ)
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000540 FD LOGARQ
000550         LABEL RECORD IS STANDARD
000560         VALUE OF FILE-ID IS W-NOME-ARQ.
000570 01 REG-ARQ                    PIC X(190).
000580*
000590*---------[ JANELA RECENTE QUE VOLTA PARA O LOGDPND.DAT ]---------
000600 FD LOGNOVO
000610         LABEL RECORD IS STANDARD
000620         VALUE OF FILE-ID IS "LOGDPND.NEW".
000630 01 REG-NOVO                   PIC X(190).
000640*
000650 FD LOGARQIX
000660         LABEL RECORD IS STANDARD
000820 77 W-TOT-MANTIDOS   PIC 9(06) VALUE ZEROS.
000830 77 W-TOT-REGRAVADOS PIC 9(06) VALUE ZEROS.
000840 77 W-DATA-CORTE-DMA PIC 9(08) VALUE ZEROS.
000845 77 W-ULT-SEQ-ARQ    PIC 9(09) VALUE ZEROS.
000850*
000860 01 W-DATA-DMA.
000870     03 W-DMA-DD     PIC 9(02).
002040           STOP RUN
002050        END-IF
002060        ADD 1 TO W-TOT-ARQUIVADOS
002065        MOVE LOG-NUM-SEQ TO W-ULT-SEQ-ARQ
002070     ELSE
002080        WRITE REG-NOVO FROM REGLOG
002090        IF ST-ERRO3 NOT = "00"
002530     MOVE W-DATA-CORTE-NUM  TO AQX-DATA-CORTE
002540     MOVE W-TOT-ARQUIVADOS  TO AQX-QTD-EVENTOS
002550     MOVE W-DATA-SIS-NUM    TO AQX-DATA-GER
002555     MOVE W-ULT-SEQ-ARQ     TO AQX-ULT-SEQ
002560     WRITE REGARQIX
002570     IF ST-ERRO4 NOT = "00"
002580        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGARQIX: " ST-ERRO4
