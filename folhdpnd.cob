000200* LOGDPND NO ARQUIVO DE TRABALHO STATRETR.WRK (E, SEM      *
000210* HISTORICO, DA DATA DE VIGENCIA STATSDATA DO REGISTRO),   *
000220* PERMITINDO O RECALCULO RETROATIVO DO SALARIO-FAMILIA.    *
000221* A EXECUCAO REGULAR GUARDA TAMBEM A GERACAO DO QUE FOI    *
000222* ENVIADO, FOLHDPND.<AAAAMM>.TXT, LIDA PELO DIFDPND NO     *
000223* CALCULO DAS DIFERENCAS RETROATIVAS; O RECALCULO          *
000224* RETROATIVO SAI EM FOLHDPND.<AAAAMM>.RET E NUNCA SOBREPOE *
000225* A GERACAO ENVIADA.                                       *
000226* O DEPENDENTE QUE E ALIMENTANDO COM PENSAO VIGENTE NA     *
000227* COMPETENCIA (PENSDPND.DAT) NAO CONTA PARA O IR.          *
000230***********************************************************
000240* HISTORICO DE ALTERACOES
000250* DATA       AUTOR   DESCRICAO
000396*                    INTERFACE DO MES CORRENTE)
000397* 02/09/2026 SSM     NO RETRO, STATSDATA DO REGISTRO DENTRO
000398*                    DO CORTE VENCE O CANDIDATO DO LOG
000399* 15/10/2026 SSM     GERACOES DO LOG LIDAS NO LAYOUT DE 190
000400*                    BYTES (EVENTO SELADO)
000401* 15/10/2026 SSM     EXECUCAO REGULAR GUARDA A GERACAO
000402*                    FOLHDPND.<AAAAMM>.TXT DO QUE FOI ENVIADO;
000403*                    RECALCULO RETROATIVO PASSA A SAIR EM
000404*                    FOLHDPND.<AAAAMM>.RET
000405* 15/10/2026 SSM     DEPENDENTE QUE E ALIMENTANDO COM PENSAO
000406*                    VIGENTE NA COMPETENCIA (PENSDPND.DAT, TELA
000407*                    CPENS) NAO CONTA COMO DEPENDENTE DE IR
000408*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000680     SELECT ARQGER ASSIGN TO DISK
000690              ORGANIZATION IS LINE SEQUENTIAL
000700              FILE STATUS  IS ST-ERRO10.
000701     SELECT FOLHGER ASSIGN TO DISK
000702              ORGANIZATION IS LINE SEQUENTIAL
000703              FILE STATUS  IS ST-ERRO11.
000704     SELECT PENSDPND ASSIGN TO DISK
000705              ORGANIZATION IS INDEXED
000706              ACCESS MODE  IS DYNAMIC
000707              RECORD KEY   IS PENS-CHAVE
000708              FILE STATUS  IS ST-ERRO12.
000710     SELECT CTRLBAT ASSIGN TO DISK
000720              ORGANIZATION IS INDEXED
000730              ACCESS MODE  IS RANDOM
000940     COPY "regdpnd.cpy".
000950*
000952*---------[ FOLHDPND.TXT NA EXECUCAO REGULAR; O RECALCULO ]--------
000954*---------[ RETROATIVO SAI EM FOLHDPND.<AAAAMM>.RET PARA  ]--------
000956*---------[ NAO SOBREPOR A INTERFACE DO MES CORRENTE      ]--------
000960 FD FOLHDPND
000970         LABEL RECORD IS STANDARD
000980         VALUE OF FILE-ID IS W-NOME-FOL.
000990 01 REG-FOLH                   PIC X(110).
000991*
000992*---------[ GERACAO DA INTERFACE ENVIADA NA COMPETENCIA ]-------
000993*---------[ (FOLHDPND.<AAAAMM>.TXT), SO NA EXECUCAO     ]-------
000994*---------[ REGULAR                                     ]-------
000995 FD FOLHGER
000996         LABEL RECORD IS STANDARD
000997         VALUE OF FILE-ID IS W-NOME-GER.
000998 01 REG-FOLHGER                PIC X(110).
001000*
001010 FD LOGDPND
001020         LABEL RECORD IS STANDARD
001270 FD ARQGER
001280         LABEL RECORD IS STANDARD
001290         VALUE OF FILE-ID IS W-ARQ-GER.
001300 01 REG-ARQGER                 PIC X(190).
001310*
001320 FD CTRLBAT
001330         LABEL RECORD IS STANDARD
001480         LABEL RECORD IS STANDARD
001490         VALUE OF FILE-ID IS "RELINDEX.DAT".
001500     COPY "regrelix.cpy".
001501*
001502 FD PENSDPND
001503         LABEL RECORD IS STANDARD
001504         VALUE OF FILE-ID IS "PENSDPND.DAT".
001505     COPY "regpens.cpy".
001510*-----------------------------------------------------------------
001520 WORKING-STORAGE SECTION.
001530 77 ST-ERRO          PIC X(02) VALUE "00".
001600 77 ST-ERRO8         PIC X(02) VALUE "00".
001610 77 ST-ERRO9         PIC X(02) VALUE "00".
001620 77 ST-ERRO10        PIC X(02) VALUE "00".
001625 77 ST-ERRO11        PIC X(02) VALUE "00".
001627 77 ST-ERRO12        PIC X(02) VALUE "00".
001630 77 W-FIM-ARQ        PIC X(01) VALUE "N".
001640     88 FIM-ARQUIVO              VALUE "S".
001650 77 W-FIM-LOG        PIC X(01) VALUE "N".
002040     03 W-CRT-COMPET PIC 9(06).
002050     03 W-CRT-DD     PIC 9(02).
002060 01 W-CORTE REDEFINES W-CORTE-GRP PIC 9(08).
002061 01 W-PENS-DMA.
002062     03 W-PDMA-DD    PIC 9(02).
002063     03 W-PDMA-MM    PIC 9(02).
002064     03 W-PDMA-AAAA  PIC 9(04).
002065 01 W-PENS-CPT-GRP.
002066     03 W-PCPT-AAAA  PIC 9(04).
002067     03 W-PCPT-MM    PIC 9(02).
002068 01 W-PENS-CPT REDEFINES W-PENS-CPT-GRP PIC 9(06).
002070*
002080*---------[ IMAGEM DO LOG ABERTA NO LAYOUT DO REGDPND ]-----------
002090 01 W-IMAGEM-LOG.
002270        05 RESG-IMAGEM  PIC X(70).
002280        05 RESG-USADO   PIC X(01).
002290 01 W-REG-GUARDA     PIC X(70) VALUE SPACES.
002291*
002292*---------[ PENSAO ALIMENTICIA (PENSDPND.DAT): ALIMENTANDO ]---
002293*---------[ COM PENSAO VIGENTE NAO CONTA COMO DEPENDENTE IR ]--
002294 77 W-PENS-DISP      PIC X(01) VALUE "N".
002295     88 PENSAO-DISPONIVEL        VALUE "S".
002296 77 W-FIM-PENS       PIC X(01) VALUE "N".
002297     88 FIM-PENSAO               VALUE "S".
002298 77 W-ALIMENTANDO    PIC X(01) VALUE "N".
002299     88 ALIMENTANDO              VALUE "S".
002300*
002310*---------[ CORTES LEGAIS DA COMPETENCIA ALVO (CADLEGIS) ]--------
002320 77 W-IDADE-SF       PIC 9(02) VALUE 14.
002400 77 W-MOTIVO         PIC X(30) VALUE SPACES.
002410 77 W-TOT-EXC-SF     PIC 9(06) VALUE ZEROS.
002420 77 W-TOT-EXC-IR     PIC 9(06) VALUE ZEROS.
002425 77 W-TOT-EXC-PENS   PIC 9(06) VALUE ZEROS.
002430 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
002440 01 W-DATANASC-WS.
002450     03 W-NASC-DD    PIC 9(02).
002460     03 W-NASC-MM    PIC 9(02).
002470     03 W-NASC-AAAA  PIC 9(04).
002472 01 W-NOME-GER.
002474     03 FILLER       PIC X(09) VALUE "FOLHDPND.".
002476     03 W-NG-COMPET  PIC 9(06).
002478     03 FILLER       PIC X(04) VALUE ".TXT".
002480 01 W-NOME-REL.
002490     03 FILLER       PIC X(08) VALUE "RELFOLH.".
002500     03 W-NR-COMPET  PIC 9(06).
002514 01 W-NOME-FOL-RETRO.
002515     03 FILLER       PIC X(09) VALUE "FOLHDPND.".
002516     03 W-NF-COMPET  PIC 9(06).
002517     03 FILLER       PIC X(04) VALUE ".RET".
002520*
002530 01 LIN-CABEC1.
002540     03 FILLER       PIC X(52) VALUE
002910        "EXCLUIDOS DA DEDUCAO DE IR:    ".
002920     03 LT2-TOTAL    PIC ZZZ.ZZ9.
002930     03 FILLER       PIC X(85) VALUE SPACES.
002931*
002932 01 LIN-TOTAL3.
002933     03 FILLER       PIC X(40) VALUE
002934        "EXCLUIDOS DO IR POR PENSAO:    ".
002935     03 LT3-TOTAL    PIC ZZZ.ZZ9.
002936     03 FILLER       PIC X(85) VALUE SPACES.
002940*
002950 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
002960*
003710        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDPND: " ST-ERRO
003720        STOP RUN
003730     END-IF
003731     OPEN INPUT PENSDPND
003732     IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "35"
003733        DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSDPND: "
003734            ST-ERRO12
003735        STOP RUN
003736     END-IF
003737     IF ST-ERRO12 = "00"
003738        MOVE "S" TO W-PENS-DISP
003739     END-IF
003740     IF RETRO-PEDIDO
003750        PERFORM 1900-RESGATA-APAGADOS THRU 1900-EXIT
003760     END-IF
003790        DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOLHDPND: " ST-ERRO2
003800        STOP RUN
003810     END-IF
003811     IF NOT RETRO-PEDIDO
003812        MOVE W-COMPET TO W-NG-COMPET
003813        OPEN OUTPUT FOLHGER
003814        IF ST-ERRO11 NOT = "00"
003815           DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOME-GER ": "
003816               ST-ERRO11
003817           STOP RUN
003818        END-IF
003819     END-IF
003820     MOVE ZEROS TO CAD-CHAVE
003830     START CADDPND KEY IS NOT LESS THAN CHAPA
003840     IF ST-ERRO NOT = "00"
007570           END-IF
007580        END-IF
007590     END-IF
007591     IF W-CONTA-IR = "S"
007592        PERFORM 2700-VERIFICA-PENSAO THRU 2700-EXIT
007593        IF ALIMENTANDO
007594           MOVE "N" TO W-CONTA-IR
007595           MOVE "ALIMENTANDO COM PENSAO ATIVA" TO W-MOTIVO
007596           ADD 1 TO W-TOT-EXC-PENS
007597           PERFORM 6000-RELATA-EXCLUIDO THRU 6000-EXIT
007598        END-IF
007599     END-IF
007600     IF W-CONTA-INSS = "S"
007610        ADD 1 TO W-QTD-INSS
007620     END-IF
008640        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO FOLHDPND: " ST-ERRO2
008650        STOP RUN
008660     END-IF
008661     IF NOT RETRO-PEDIDO
008662        WRITE REG-FOLHGER FROM DET-FOLH
008663        IF ST-ERRO11 NOT = "00"
008664           DISPLAY "ERRO NA GRAVACAO DO ARQUIVO " W-NOME-GER ": "
008665               ST-ERRO11
008666           STOP RUN
008667        END-IF
008668     END-IF
008670     ADD 1          TO W-TOT-CHAPAS
008680     ADD W-QTD-INSS TO W-TOT-INSS
008690     ADD W-QTD-IR   TO W-TOT-IR.
009080     MOVE W-TOT-INSS   TO TRL-INSS
009090     MOVE W-TOT-IR     TO TRL-IR
009100     WRITE REG-FOLH FROM TRL-FOLH
009102     IF NOT RETRO-PEDIDO
009104        WRITE REG-FOLHGER FROM TRL-FOLH
009106     END-IF
009110     WRITE LINHA-REL FROM LIN-BRANCO
009120     ADD 1 TO W-QTD-LINHAS
009130     MOVE W-TOT-EXC-SF TO LT1-TOTAL
009160     MOVE W-TOT-EXC-IR TO LT2-TOTAL
009170     WRITE LINHA-REL FROM LIN-TOTAL2
009180     ADD 1 TO W-QTD-LINHAS
009182     MOVE W-TOT-EXC-PENS TO LT3-TOTAL
009184     WRITE LINHA-REL FROM LIN-TOTAL3
009186     ADD 1 TO W-QTD-LINHAS
009190     PERFORM 8200-CATALOGA THRU 8200-EXIT
009200     DISPLAY "COMPETENCIA ALVO....: " W-COMPET-ALVO
009210     DISPLAY "CHAPAS GRAVADAS.....: " W-TOT-CHAPAS
009230     DISPLAY "DEPENDENTES IR......: " W-TOT-IR
009240     DISPLAY "EXCLUIDOS SF........: " W-TOT-EXC-SF
009250     DISPLAY "EXCLUIDOS IR........: " W-TOT-EXC-IR
009255     DISPLAY "EXCLUIDOS IR PENSAO.: " W-TOT-EXC-PENS
009260     IF RETRO-PEDIDO
009270        DISPLAY "RESGATADOS DO LOG...: " W-TOT-RESGATADOS
009280     END-IF
009320     END-IF
009330     CLOSE CADDPND
009340     CLOSE RELFOLH
009342     IF PENSAO-DISPONIVEL
009344        CLOSE PENSDPND
009346     END-IF
009350     CLOSE FOLHDPND
009352     IF NOT RETRO-PEDIDO
009354        CLOSE FOLHGER
009356     END-IF
009360     IF RETRO-PEDIDO
009370        CLOSE STATRETR
009380     END-IF
009840     CLOSE RELINDEX.
009850 8200-EXIT.
009860     EXIT.
009870*
009880*---------[ DEPENDENTE QUE E ALIMENTANDO COM PENSAO VIGENTE ]-----
009890*---------[ NA COMPETENCIA ALVO: PENSAO DA MESMA CHAPA COM  ]-----
009900*---------[ A MESMA SEQ OU, P/ BENEFICIARIO REGISTRADO SEM  ]-----
009910*---------[ SEQ, COM O MESMO CPF                            ]-----
009920 2700-VERIFICA-PENSAO.
009930     MOVE "N" TO W-ALIMENTANDO
009940     IF NOT PENSAO-DISPONIVEL
009950        GO TO 2700-EXIT
009960     END-IF
009970     MOVE CHAPA TO PENS-CHAPA
009980     MOVE ZEROS TO PENS-SEQ PENS-ORDEM
009990     START PENSDPND KEY IS NOT LESS THAN PENS-CHAVE
010000     IF ST-ERRO12 NOT = "00"
010010        GO TO 2700-EXIT
010020     END-IF
010030     MOVE "N" TO W-FIM-PENS
010040     PERFORM 2710-LE-PENSAO THRU 2710-EXIT
010050             UNTIL FIM-PENSAO OR ALIMENTANDO.
010060 2700-EXIT.
010070     EXIT.
010080*
010090*---------[ UMA PENSAO DA CHAPA: CONFERE A PESSOA E A       ]-----
010100*---------[ VIGENCIA (INICIO ATE A COMPETENCIA ALVO, FIM    ]-----
010110*---------[ ZERADO OU A PARTIR DELA)                        ]-----
010120 2710-LE-PENSAO.
010130     READ PENSDPND NEXT RECORD
010140         AT END
010150            MOVE "S" TO W-FIM-PENS
010160     END-READ
010170     IF FIM-PENSAO
010180        GO TO 2710-EXIT
010190     END-IF
010200     IF PENS-CHAPA NOT = CHAPA
010210        MOVE "S" TO W-FIM-PENS
010220        GO TO 2710-EXIT
010230     END-IF
010240     IF PENS-SEQ NOT = SEQ
010250        AND (CPF NOT NUMERIC OR CPF = ZEROS OR PENS-CPF NOT = CPF)
010260        GO TO 2710-EXIT
010270     END-IF
010280     MOVE PENS-DATA-INICIO TO W-PENS-DMA
010290     MOVE W-PDMA-AAAA TO W-PCPT-AAAA
010300     MOVE W-PDMA-MM   TO W-PCPT-MM
010310     IF W-PENS-CPT > W-COMPET-ALVO
010320        GO TO 2710-EXIT
010330     END-IF
010340     IF PENS-DATA-FIM NOT = ZEROS
010350        MOVE PENS-DATA-FIM TO W-PENS-DMA
010360        MOVE W-PDMA-AAAA TO W-PCPT-AAAA
010370        MOVE W-PDMA-MM   TO W-PCPT-MM
010380        IF W-PENS-CPT < W-COMPET-ALVO
010390           GO TO 2710-EXIT
010400        END-IF
010410     END-IF
010420     MOVE "S" TO W-ALIMENTANDO.
010430 2710-EXIT.
010440     EXIT.
