000130*     PROGRAMAS CARIMBAM A VIGENCIA NA PROXIMA MUDANCA     *
000140*     DE STATUS E TRATAM ZEROS COMO VIGENCIA LEGADA);      *
000150*   - LOGDPND.DAT: DO EVENTO DE 156 BYTES (IMAGENS X(62))  *
000160*     PARA O DE 190 (IMAGENS X(70) E SELO), GRAVANDO       *
000170*     LOGDPND.NOV COM CADA IMAGEM RELOCADA, A POSICAO DO   *
000180*     STATSDATA EM BRANCO E O EVENTO SELADO (NUMERO        *
000190*     SEQUENCIAL A PARTIR DE 1 E ENCADEAMENTO), E O        *
000192*     CONTROLE DO SELO (LOGSEQ.DAT) COM O ULTIMO EVENTO -  *
000194*     SEM ESTA CONVERSAO O LAYOUT NOVO LE AS IMAGENS       *
000196*     ANTIGAS DESLOCADAS DE 8 BYTES.                       *
000200* AO FINAL O OPERADOR CONFERE OS TOTAIS E SUBSTITUI OS     *
000210* DOIS ARQUIVOS PELOS .NOV. RODAR UMA UNICA VEZ, ANTES DE  *
000220* QUALQUER PROGRAMA DO LAYOUT ATUAL, INCLUSIVE O BKPDPND.  *
000260* 02/09/2026 SSM     PROGRAMA CRIADO
000270* 02/09/2026 SSM     CONVERSAO TAMBEM DO LOGDPND.DAT
000280*                    (IMAGENS DE X(62) PARA X(70))
000282* 15/10/2026 SSM     LOG CONVERTIDO JA SELADO (NUMERO
000284*                    SEQUENCIAL E ENCADEAMENTO) E CONTROLE
000286*                    DO SELO RECRIADO NO LOGSEQ.DAT
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000530     SELECT LOGNOVO ASSIGN TO DISK
000540              ORGANIZATION IS LINE SEQUENTIAL
000550              FILE STATUS  IS ST-ERRO4.
000551     SELECT LOGSEQ ASSIGN TO DISK
000552              ORGANIZATION IS INDEXED
000553              ACCESS MODE  IS SEQUENTIAL
000554              RECORD KEY   IS SEQ-CHAVE
000555              FILE STATUS  IS ST-ERRO5.
000560*
000570*-----------------------------------------------------------------
000580 DATA DIVISION.
000980         LABEL RECORD IS STANDARD
000990         VALUE OF FILE-ID IS "LOGDPND.NOV".
001000     COPY "reglog.cpy".
001001*
001002 FD LOGSEQ
001003         LABEL RECORD IS STANDARD
001004         VALUE OF FILE-ID IS "LOGSEQ.DAT".
001005     COPY "regseq.cpy".
001010*-----------------------------------------------------------------
001020 WORKING-STORAGE SECTION.
001030 77 ST-ERRO          PIC X(02) VALUE "00".
001040 77 ST-ERRO2         PIC X(02) VALUE "00".
001050 77 ST-ERRO3         PIC X(02) VALUE "00".
001060 77 ST-ERRO4         PIC X(02) VALUE "00".
001065 77 ST-ERRO5         PIC X(02) VALUE "00".
001070 77 W-FIM-ARQ        PIC X(01) VALUE "N".
001080     88 FIM-ARQUIVO              VALUE "S".
001090 77 W-FIM-LOG        PIC X(01) VALUE "N".
001130 77 W-TOT-GRAVADOS   PIC 9(06) VALUE ZEROS.
001140 77 W-TOT-LOG-LIDOS  PIC 9(06) VALUE ZEROS.
001150 77 W-TOT-LOG-GRAV   PIC 9(06) VALUE ZEROS.
001151 77 W-ULT-SEQ        PIC 9(09) VALUE ZEROS.
001152 77 W-ULT-CHECK      PIC 9(09) VALUE ZEROS.
001153 77 W-SEQ-DATA       PIC 9(08) VALUE ZEROS.
001154 77 W-SEQ-HORA       PIC 9(08) VALUE ZEROS.
001155     COPY "tabselo.cpy".
001160*-----------------------------------------------------------------
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001270*---------[ CONFIRMACAO, ABERTURAS E 1A LEITURA ]-----------------
001280 1000-INICIALIZA.
001290     DISPLAY "CONVERSAO DO CADDPND.DAT (62 P/ 70 BYTES) E DO"
001300     DISPLAY "LOGDPND.DAT (156 P/ 190 BYTES), GERANDO OS .NOV"
001310     DISPLAY "CONFIRMA A CONVERSAO (S/N)? " WITH NO ADVANCING
001320     ACCEPT W-OPCAO
001330     IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
002290        DISPLAY "*** TOTAIS DO LOG NAO BATEM, NAO SUBSTITUA "
002300            "NENHUM ARQUIVO ***"
002310        STOP RUN
002320     END-IF
002325     PERFORM 9200-GRAVA-SEQ THRU 9200-EXIT.
002330 6000-EXIT.
002340     EXIT.
002350*
002490     MOVE VLOG-HORA     TO LOG-HORA
002500     MOVE VLOG-REG-ANT  TO LOG-REG-ANTERIOR
002510     MOVE VLOG-REG-NOVO TO LOG-REG-NOVO
002515     PERFORM 9100-SELA-EVENTO THRU 9100-EXIT
002520     WRITE REGLOG
002530     IF ST-ERRO4 NOT = "00"
002540        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGDPND.NOV: "
002670         "LOGDPND.V62).".
002680 8000-EXIT.
002690     EXIT.
002700*
002710*---------[ SELO DO EVENTO CONVERTIDO: PROXIMO NUMERO ]-----------
002720*---------[ SEQUENCIAL E ENCADEAMENTO (TABSELO.CPY)   ]-----------
002730 9100-SELA-EVENTO.
002740     ADD 1 TO W-ULT-SEQ
002750     MOVE W-ULT-SEQ   TO LOG-NUM-SEQ
002760     MOVE ZEROS       TO LOG-CHECK
002770     MOVE W-ULT-CHECK TO W-SELO-CHK
002780     MOVE REGLOG      TO W-SELO-EVENTO
002790     MOVE 1           TO W-SELO-IND
002800     PERFORM 9110-SELA-CARACTER THRU 9110-EXIT
002810             UNTIL W-SELO-IND > 181
002820     MOVE W-SELO-CHK  TO LOG-CHECK
002830     MOVE W-SELO-CHK  TO W-ULT-CHECK.
002840 9100-EXIT.
002850     EXIT.
002860*
002870*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]-----
002880 9110-SELA-CARACTER.
002890     MOVE ZEROS TO W-SELO-COD
002900     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
002910         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
002920     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
002930     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
002940            REMAINDER W-SELO-CHK
002950     ADD 1 TO W-SELO-IND.
002960 9110-EXIT.
002970     EXIT.
002980*
002990*---------[ CONTROLE DO SELO (LOGSEQ.DAT) RECRIADO COM O ULTIMO ]-
003000*---------[ NUMERO E O ULTIMO ENCADEAMENTO DO LOG CONVERTIDO    ]-
003010 9200-GRAVA-SEQ.
003020     OPEN OUTPUT LOGSEQ
003030     IF ST-ERRO5 NOT = "00"
003040        DISPLAY "ERRO NA ABERTURA DO ARQUIVO LOGSEQ: " ST-ERRO5
003050        STOP RUN
003060     END-IF
003070     ACCEPT W-SEQ-DATA FROM DATE YYYYMMDD
003080     ACCEPT W-SEQ-HORA FROM TIME
003090     MOVE "LOGDPND"   TO SEQ-CHAVE
003100     MOVE W-ULT-SEQ   TO SEQ-ULTIMO
003110     MOVE W-ULT-CHECK TO SEQ-CHECK
003120     MOVE "CNVDPND"   TO SEQ-PROGRAMA
003130     MOVE W-SEQ-DATA  TO SEQ-DATA
003140     MOVE W-SEQ-HORA  TO SEQ-HORA
003150     WRITE REGSEQ
003160     IF ST-ERRO5 NOT = "00"
003170        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO LOGSEQ: " ST-ERRO5
003180        STOP RUN
003190     END-IF
003200     CLOSE LOGSEQ
003210     DISPLAY "ULTIMO NUMERO SEQUENCIAL: " W-ULT-SEQ
003220     DISPLAY "ULTIMO ENCADEAMENTO.....: " W-ULT-CHECK.
003230 9200-EXIT.
003240     EXIT.
