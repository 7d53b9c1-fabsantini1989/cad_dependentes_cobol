000090* GERA UM ARQUIVO CSV SOMENTE COM O MOVIMENTO DESDE A      *
000100* ULTIMA EXTRACAO CONFIRMADA: O RETRATO DO QUE JA FOI      *
000110* ENVIADO FICA GUARDADO POR CHAPA/SEQ NO ARQUIVO EXTSNAP   *
000120* (NOME, DATA DE NASCIMENTO, GRAU E PLANO DE SAUDE DA      *
000125* ADESAO NO ADESDPND). O CADDPND E COMPARADO CONTRA O      *
000130* RETRATO E SAI UMA LINHA APENAS PARA INCLUSAO REAL ("I",  *
000140* ATIVO SEM RETRATO), ALTERACAO DE DADOS ("A", NOME/       *
000150* DATANASC/GRAU/PLANO DIFERENTES) E EXCLUSAO ("E",         *
000160* BAIXADO/DESATIVADO OU APAGADO COM RETRATO). O            *
000170* RETRATO SO E ATUALIZADO DEPOIS DO FECHAMENTO DO CSV,     *
000180* PELO ARQUIVO DE MOVIMENTO PENDENTE (EXTSNAP.MOV):        *
000190* UMA EXECUCAO ABORTADA NAO PERDE MOVIMENTO. O REGISTRO    *
000410*                    DEPENDENTES JA APAGADOS DO CADDPND
000412* 02/09/2026 SSM     NO RETRO, STATSDATA DO REGISTRO DENTRO
000414*                    DO CORTE VENCE O CANDIDATO DO LOG
000415* 15/10/2026 SSM     GERACOES DO LOG LIDAS NO LAYOUT DE 190
000416*                    BYTES (EVENTO SELADO)
000417* 15/10/2026 SSM     CODIGO DO PLANO DE SAUDE (ADESDPND) NO
000418*                    CSV E NO RETRATO; TROCA DE PLANO SAI
000419*                    COMO ALTERACAO
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000830     SELECT ARQGER ASSIGN TO DISK
000840              ORGANIZATION IS LINE SEQUENTIAL
000850              FILE STATUS  IS ST-ERRO9.
000851     SELECT ADESDPND ASSIGN TO DISK
000852              ORGANIZATION IS INDEXED
000853              ACCESS MODE  IS RANDOM
000854              RECORD KEY   IS ADES-CHAVE
000855              FILE STATUS  IS ST-ERRO10.
000860*
000870*-----------------------------------------------------------------
000880 DATA DIVISION.
001160     03 SNAP-NOME        PIC X(30).
001170     03 SNAP-DATANASC    PIC 9(08).
001180     03 SNAP-GRAU        PIC 9(01).
001185     03 SNAP-PLANO       PIC 9(03).
001190*
001200*---------[ MOVIMENTO PENDENTE, APLICADO NO RETRATO APOS ]--------
001210*---------[ O FECHAMENTO SEM ERRO DO ARQUIVO CSV         ]--------
001290     03 MOV-NOME         PIC X(30).
001300     03 MOV-DATANASC     PIC 9(08).
001310     03 MOV-GRAU         PIC 9(01).
001315     03 MOV-PLANO        PIC 9(03).
001320*
001330 FD LOGDPND
001340         LABEL RECORD IS STANDARD
001580 FD ARQGER
001590         LABEL RECORD IS STANDARD
001600         VALUE OF FILE-ID IS W-ARQ-GER.
001610 01 REG-ARQGER                 PIC X(190).
001611*
001612*---------[ ADESAO AO PLANO DE SAUDE, MANTIDA PELO CPLAN ]--------
001613 FD ADESDPND
001614         LABEL RECORD IS STANDARD
001615         VALUE OF FILE-ID IS "ADESDPND.DAT".
001616     COPY "regades.cpy".
001620*-----------------------------------------------------------------
001630 WORKING-STORAGE SECTION.
001640 77 ST-ERRO          PIC X(02) VALUE "00".
001700 77 ST-ERRO7         PIC X(02) VALUE "00".
001710 77 ST-ERRO8         PIC X(02) VALUE "00".
001720 77 ST-ERRO9         PIC X(02) VALUE "00".
001725 77 ST-ERRO10        PIC X(02) VALUE "00".
001730 77 W-FIM-ARQ        PIC X(01) VALUE "N".
001740     88 FIM-ARQUIVO              VALUE "S".
001750 77 W-FIM-SNAP       PIC X(01) VALUE "N".
001990 77 W-FIM-RETR       PIC X(01) VALUE "N".
002000     88 FIM-STATRETR             VALUE "S".
002010 77 W-TOT-RESGATADOS PIC 9(06) VALUE ZEROS.
002011*
002012*---------[ PLANO DE SAUDE VIGENTE NA COMPETENCIA ALVO ]----------
002013 77 W-ADES-DISP      PIC X(01) VALUE "N".
002014     88 ADESAO-DISPONIVEL        VALUE "S".
002015 77 W-PLANO-ATU      PIC 9(03) VALUE ZEROS.
002016 77 W-ADES-COMPET    PIC 9(06) VALUE ZEROS.
002017 77 W-CANC-COMPET    PIC 9(06) VALUE ZEROS.
002020 77 W-ARQ-GER        PIC X(20) VALUE SPACES.
002030 01 W-NOME-EXT       PIC X(20) VALUE "EXTDPND.CSV".
002040 01 W-NOME-EXT-RETRO.
002230     03 W-CPT-AAAA   PIC 9(04).
002240     03 W-CPT-MM     PIC 9(02).
002250 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
002251 01 W-DATA-DMA.
002252     03 W-DMA-DD     PIC 9(02).
002253     03 W-DMA-MM     PIC 9(02).
002254     03 W-DMA-AAAA   PIC 9(04).
002255 01 W-DATA-AM.
002256     03 W-AM-AAAA    PIC 9(04).
002257     03 W-AM-MM      PIC 9(02).
002258 01 W-DATA-AM-NUM REDEFINES W-DATA-AM PIC 9(06).
002260 01 TXGRAU           PIC X(14) VALUE SPACES.
002270*
002280     COPY "tabgrau.cpy".
002350     03 FILLER       PIC X(06) VALUE "SEXO,".
002360     03 FILLER       PIC X(17) VALUE "GRAU PARENTESCO,".
002370     03 FILLER       PIC X(05) VALUE "INSS,".
002375     03 FILLER       PIC X(06) VALUE "PLANO,".
002380     03 FILLER       PIC X(04) VALUE "ACAO".
002390     03 FILLER       PIC X(37) VALUE SPACES.
002400*
002410 01 LIN-DETALHE.
002420     03 LD-CHAPA     PIC 9(06).
002530     03 FILLER       PIC X(01) VALUE ",".
002540     03 LD-INSS      PIC X(01).
002550     03 FILLER       PIC X(01) VALUE ",".
002553     03 LD-PLANO     PIC 9(03).
002556     03 FILLER       PIC X(01) VALUE ",".
002560     03 LD-ACAO      PIC X(01).
002570     03 FILLER       PIC X(52) VALUE SPACES.
002580*
002590 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
002600*-----------------------------------------------------------------
003150        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDPND: " ST-ERRO
003160        STOP RUN
003170     END-IF
003171     OPEN INPUT ADESDPND
003172     IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "35"
003173        DISPLAY "ERRO NA ABERTURA DO ARQUIVO ADESDPND: "
003174            ST-ERRO10
003175        STOP RUN
003176     END-IF
003177     IF ST-ERRO10 = "00"
003178        MOVE "S" TO W-ADES-DISP
003179     END-IF
003180     OPEN I-O EXTSNAP
003190     IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
003200        OPEN OUTPUT EXTSNAP
005770           AND RETRATO-EXISTE
005780           MOVE "E" TO W-ACAO
005790           ADD 1 TO W-TOT-EXCLUSAO
005795           MOVE SNAP-PLANO TO W-PLANO-ATU
005800           PERFORM 3000-GRAVA-LINHA THRU 3000-EXIT
005810           PERFORM 3100-GRAVA-MOVIMENTO THRU 3100-EXIT
005820        END-IF
006040     EXIT.
006050*
006060*---------[ ATIVO: INCLUSAO SE NAO HA RETRATO, ALTERACAO ]--------
006070*---------[ SE NOME/DATANASC/GRAU/PLANO MUDARAM DESDE O  ]--------
006075*---------[ ENVIO                                        ]--------
006080 2200-TRATA-ATIVO.
006085     PERFORM 3200-LE-PLANO THRU 3200-EXIT
006090     IF NOT RETRATO-EXISTE
006100        MOVE "I" TO W-ACAO
006110        ADD 1 TO W-TOT-INCLUSAO
006160     IF NOMEDPND NOT = SNAP-NOME
006170        OR DATANASC NOT = SNAP-DATANASC
006180        OR GRAU NOT = SNAP-GRAU
006185        OR W-PLANO-ATU NOT = SNAP-PLANO
006190        MOVE "A" TO W-ACAO
006200        ADD 1 TO W-TOT-ALTERACAO
006210        PERFORM 3000-GRAVA-LINHA THRU 3000-EXIT
006340     MOVE SEXO       TO LD-SEXO
006350     MOVE TXGRAU     TO LD-GRAU
006360     MOVE DPNDINSS   TO LD-INSS
006365     MOVE W-PLANO-ATU TO LD-PLANO
006370     MOVE W-ACAO     TO LD-ACAO
006380     WRITE LINHA-EXT FROM LIN-DETALHE.
006390 3000-EXIT.
006480     MOVE NOMEDPND   TO MOV-NOME
006490     MOVE DATANASC   TO MOV-DATANASC
006500     MOVE GRAU       TO MOV-GRAU
006505     MOVE W-PLANO-ATU TO MOV-PLANO
006510     WRITE REG-MOV
006520     IF ST-ERRO5 NOT = "00"
006530        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO EXTSNAP.MOV: "
007140     MOVE SPACES        TO LD-SEXO
007150     MOVE TXGRAU        TO LD-GRAU
007160     MOVE SPACES        TO LD-INSS
007165     MOVE SNAP-PLANO    TO LD-PLANO
007170     MOVE W-ACAO        TO LD-ACAO
007180     WRITE LINHA-EXT FROM LIN-DETALHE
007190     MOVE W-ACAO        TO MOV-ACAO
007220     MOVE SNAP-NOME     TO MOV-NOME
007230     MOVE SNAP-DATANASC TO MOV-DATANASC
007240     MOVE SNAP-GRAU     TO MOV-GRAU
007245     MOVE SNAP-PLANO    TO MOV-PLANO
007250     WRITE REG-MOV
007260     IF ST-ERRO5 NOT = "00"
007270        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO EXTSNAP.MOV: "
007750     MOVE "I" TO W-ACAO
007760     ADD 1 TO W-TOT-INCLUSAO
007770     ADD 1 TO W-TOT-RESGATADOS
007773     MOVE "N" TO W-ACHOU-SNAP
007776     PERFORM 3200-LE-PLANO THRU 3200-EXIT
007780     PERFORM 3000-GRAVA-LINHA THRU 3000-EXIT.
007790 6510-EXIT.
007800     EXIT.
008100        MOVE MOV-NOME     TO SNAP-NOME
008110        MOVE MOV-DATANASC TO SNAP-DATANASC
008120        MOVE MOV-GRAU     TO SNAP-GRAU
008125        MOVE MOV-PLANO    TO SNAP-PLANO
008130        IF MOV-ACAO = "I"
008140           WRITE REGSNAP
008150        ELSE
008520     END-IF
008530     CLOSE CADDPND
008540     CLOSE EXTSNAP
008542     IF ADESAO-DISPONIVEL
008544        CLOSE ADESDPND
008546     END-IF
008550     IF RETRO-PEDIDO
008560        CLOSE STATRETR
008570     END-IF
008760     END-IF.
008770 8100-EXIT.
008780     EXIT.
008790*
008800*---------[ PLANO DA ADESAO VIGENTE NA COMPETENCIA ALVO ]---------
008810*---------[ (000 = SEM ADESAO); SEM O ADESDPND VALE O    ]--------
008820*---------[ PLANO DO RETRATO, PARA NAO GERAR ALTERACAO   ]--------
008830 3200-LE-PLANO.
008840     MOVE ZEROS TO W-PLANO-ATU
008850     IF NOT ADESAO-DISPONIVEL
008860        IF RETRATO-EXISTE
008870           MOVE SNAP-PLANO TO W-PLANO-ATU
008880        END-IF
008890        GO TO 3200-EXIT
008900     END-IF
008910     MOVE CHAPA TO ADES-CHAPA
008920     MOVE SEQ   TO ADES-SEQ
008930     READ ADESDPND
008940     IF ST-ERRO10 = "23"
008950        GO TO 3200-EXIT
008960     END-IF
008970     IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
008980        DISPLAY "ERRO NA LEITURA DO ARQUIVO ADESDPND: " ST-ERRO10
008990        STOP RUN
009000     END-IF
009010     MOVE ADES-DATA-ADESAO TO W-DATA-DMA
009020     MOVE W-DMA-AAAA TO W-AM-AAAA
009030     MOVE W-DMA-MM   TO W-AM-MM
009040     MOVE W-DATA-AM-NUM TO W-ADES-COMPET
009050     MOVE ZEROS TO W-CANC-COMPET
009060     IF ADES-DATA-CANCEL NOT = ZEROS
009070        MOVE ADES-DATA-CANCEL TO W-DATA-DMA
009080        MOVE W-DMA-AAAA TO W-AM-AAAA
009090        MOVE W-DMA-MM   TO W-AM-MM
009100        MOVE W-DATA-AM-NUM TO W-CANC-COMPET
009110     END-IF
009120     IF W-ADES-COMPET > W-COMPET-ALVO
009130        GO TO 3200-EXIT
009140     END-IF
009150     IF W-CANC-COMPET NOT = ZEROS
009160        AND W-CANC-COMPET < W-COMPET-ALVO
009170        GO TO 3200-EXIT
009180     END-IF
009190     MOVE ADES-PLANO TO W-PLANO-ATU.
009200 3200-EXIT.
009210     EXIT.
