000220* 02/09/2026 SSM     INCLUI AS GERACOES DE ARQUIVAMENTO DO
000230*                    ARQLOG (LOGARQIX.DAT) QUANDO A FAIXA DE
000240*                    DATAS PEDIDA AS ALCANCA
000243* 15/10/2026 SSM     GERACOES DO LOG LIDAS NO LAYOUT DE 190
000246*                    BYTES (EVENTO SELADO), COM O NUMERO
000248*                    SEQUENCIAL DO EVENTO NO RELATORIO
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000650 FD ARQGER
000660         LABEL RECORD IS STANDARD
000670         VALUE OF FILE-ID IS W-ARQ-GER.
000680 01 REG-ARQGER                 PIC X(190).
000690*-----------------------------------------------------------------
000700 WORKING-STORAGE SECTION.
000710 77 ST-ERRO          PIC X(02) VALUE "00".
001730     03 LE-HORA-MI   PIC 9(02).
001740     03 LE-SEP2      PIC X(01) VALUE ":".
001750     03 LE-HORA-SS   PIC 9(02).
001753     03 FILLER       PIC X(07) VALUE "  NSEQ:".
001756     03 LE-NUM-SEQ   PIC 9(09).
001760     03 FILLER       PIC X(29) VALUE SPACES.
001770*
001780 01 LIN-CAMPO.
001790     03 FILLER       PIC X(09) VALUE "   CAMPO:".
003610     MOVE W-HORA-HH    TO LE-HORA-HH
003620     MOVE W-HORA-MI    TO LE-HORA-MI
003630     MOVE W-HORA-SS    TO LE-HORA-SS
003635     MOVE LOG-NUM-SEQ  TO LE-NUM-SEQ
003640     WRITE LINHA-REL FROM LIN-EVENTO.
003650 3000-EXIT.
003660     EXIT.
