000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MENSDPND.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* PREMIO MENSAL DO PLANO DE SAUDE DOS DEPENDENTES E        *
000090* INTERFACE DE DESCONTO EM FOLHA. LE AS ADESOES DO         *
000100* ADESDPND.DAT (TELA CPLAN) VIGENTES NA COMPETENCIA ATUAL  *
000110* (ADESAO ATE A COMPETENCIA E CANCELAMENTO ZERADO OU NELA  *
000120* OU DEPOIS) DE DEPENDENTES ATIVOS NO CADDPND. O PREMIO    *
000130* VEM DA TABELA CADPREM (TELA CPREM) VIGENTE NA            *
000140* COMPETENCIA, PELA FAIXA ETARIA DA ANS DA IDADE NELA      *
000150* (CALCULADA DO DATANASC COMO NO FOLHDPND) E PELA          *
000160* ACOMODACAO, MAIS O DENTAL QUANDO HA ADESAO A ELE. A      *
000170* EMPRESA PAGA O PERCENTUAL DA TABELA E O RESTANTE E       *
000180* DESCONTADO DO FUNCIONARIO. GRAVA EM MENSDPND.TXT UM      *
000190* REGISTRO POR CHAPA COM OS TOTAIS, MAIS UM TRAILER DE     *
000200* CONTROLE COMO O DO FOLHDPND, E O RELATORIO               *
000210* RELMENS.<AAAAMM> (CATALOGADO NO RELINDEX) COM AS         *
000220* ADESOES NAO CALCULADAS E O CUSTO POR PLANO E GRAU PARA O *
000230* RH. A COMPETENCIA E PROTEGIDA CONTRA EXECUCAO EM         *
000240* DUPLICIDADE PELO CTRLBAT.DAT (REEXECUCAO SO COM PEDIDO   *
000250* NO CTRLDPND).                                            *
000260***********************************************************
000270* HISTORICO DE ALTERACOES
000280* DATA       AUTOR   DESCRICAO
000290* 15/10/2026 SSM     PROGRAMA CRIADO
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340               DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ADESDPND ASSIGN TO DISK
000380              ORGANIZATION IS INDEXED
000390              ACCESS MODE  IS SEQUENTIAL
000400              RECORD KEY   IS ADES-CHAVE
000410              FILE STATUS  IS ST-ERRO.
000420     SELECT CADDPND ASSIGN TO DISK
000430              ORGANIZATION IS INDEXED
000440              ACCESS MODE  IS RANDOM
000450              RECORD KEY   IS CAD-CHAVE
000460              ALTERNATE RECORD KEY IS CHAPA
000470                           WITH DUPLICATES
000480              FILE STATUS  IS ST-ERRO2.
000490     SELECT CADPREM ASSIGN TO DISK
000500              ORGANIZATION IS INDEXED
000510              ACCESS MODE  IS SEQUENTIAL
000520              RECORD KEY   IS PREM-CHAVE
000530              FILE STATUS  IS ST-ERRO3.
000540     SELECT MENSINT ASSIGN TO DISK
000550              ORGANIZATION IS LINE SEQUENTIAL
000560              FILE STATUS  IS ST-ERRO4.
000570     SELECT CTRLBAT ASSIGN TO DISK
000580              ORGANIZATION IS INDEXED
000590              ACCESS MODE  IS RANDOM
000600              RECORD KEY   IS CTRL-CHAVE
000610              FILE STATUS  IS ST-ERRO5.
000620     SELECT RELMENS ASSIGN TO DISK
000630              ORGANIZATION IS LINE SEQUENTIAL
000640              FILE STATUS  IS ST-ERRO6.
000650     SELECT RELINDEX ASSIGN TO DISK
000660              ORGANIZATION IS LINE SEQUENTIAL
000670              FILE STATUS  IS ST-ERRO7.
000680*
000690*-----------------------------------------------------------------
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD ADESDPND
000730         LABEL RECORD IS STANDARD
000740         VALUE OF FILE-ID IS "ADESDPND.DAT".
000750     COPY "regades.cpy".
000760*
000770 FD CADDPND
000780         LABEL RECORD IS STANDARD
000790         VALUE OF FILE-ID IS "CADDPND.DAT".
000800     COPY "regdpnd.cpy".
000810*
000820 FD CADPREM
000830         LABEL RECORD IS STANDARD
000840         VALUE OF FILE-ID IS "CADPREM.DAT".
000850     COPY "regprem.cpy".
000860*
000870 FD MENSINT
000880         LABEL RECORD IS STANDARD
000890         VALUE OF FILE-ID IS "MENSDPND.TXT".
000900 01 REG-MENSINT                PIC X(46).
000910*
000920 FD CTRLBAT
000930         LABEL RECORD IS STANDARD
000940         VALUE OF FILE-ID IS "CTRLBAT.DAT".
000950     COPY "regctrl.cpy".
000960*
000970 FD RELMENS
000980         LABEL RECORD IS STANDARD
000990         VALUE OF FILE-ID IS W-NOME-REL.
001000 01 LINHA-REL                  PIC X(132).
001010*
001020 FD RELINDEX
001030         LABEL RECORD IS STANDARD
001040         VALUE OF FILE-ID IS "RELINDEX.DAT".
001050     COPY "regrelix.cpy".
001060*-----------------------------------------------------------------
001070 WORKING-STORAGE SECTION.
001080 77 ST-ERRO          PIC X(02) VALUE "00".
001090 77 ST-ERRO2         PIC X(02) VALUE "00".
001100 77 ST-ERRO3         PIC X(02) VALUE "00".
001110 77 ST-ERRO4         PIC X(02) VALUE "00".
001120 77 ST-ERRO5         PIC X(02) VALUE "00".
001130 77 ST-ERRO6         PIC X(02) VALUE "00".
001140 77 ST-ERRO7         PIC X(02) VALUE "00".
001150 77 W-FIM-ARQ        PIC X(01) VALUE "N".
001160     88 FIM-ARQUIVO              VALUE "S".
001170 77 W-FIM-PREM       PIC X(01) VALUE "N".
001180     88 FIM-PREMIOS              VALUE "S".
001190 77 W-PRIMEIRA       PIC X(01) VALUE "S".
001200 77 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
001210 77 W-TOT-VIGENTES   PIC 9(06) VALUE ZEROS.
001220 77 W-TOT-COBRADOS   PIC 9(06) VALUE ZEROS.
001230 77 W-TOT-OCORR      PIC 9(06) VALUE ZEROS.
001240 77 W-TOT-CHAPAS     PIC 9(06) VALUE ZEROS.
001250 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
001260 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
001270 77 W-MOTIVO         PIC X(40) VALUE SPACES.
001280*
001290 01 W-DATA-SIS.
001300     03 W-SIS-AAAA   PIC 9(04).
001310     03 W-SIS-MM     PIC 9(02).
001320     03 W-SIS-DD     PIC 9(02).
001330 01 W-DATA-SIS-NUM REDEFINES W-DATA-SIS PIC 9(08).
001340 01 W-COMPET-GRP.
001350     03 W-CPT-AAAA   PIC 9(04).
001360     03 W-CPT-MM     PIC 9(02).
001370 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
001380*
001390*---------[ DATAS DDMMAAAA DA ADESAO EM COMPETENCIA AAAAMM ]------
001400 01 W-DATA-DMA.
001410     03 W-DMA-DD     PIC 9(02).
001420     03 W-DMA-MM     PIC 9(02).
001430     03 W-DMA-AAAA   PIC 9(04).
001435 01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA PIC 9(08).
001440 01 W-DATA-AM.
001450     03 W-AM-AAAA    PIC 9(04).
001460     03 W-AM-MM      PIC 9(02).
001470 01 W-DATA-AM-NUM REDEFINES W-DATA-AM PIC 9(06).
001480 77 W-ADES-COMPET    PIC 9(06) VALUE ZEROS.
001490 77 W-CANC-COMPET    PIC 9(06) VALUE ZEROS.
001500*
001510*---------[ IDADE NA COMPETENCIA E FAIXA ETARIA DA ANS ]----------
001520 01 W-DATANASC-WS.
001530     03 W-NASC-DD    PIC 9(02).
001540     03 W-NASC-MM    PIC 9(02).
001550     03 W-NASC-AAAA  PIC 9(04).
001560 77 W-IDADE          PIC S9(03) VALUE ZEROS.
001570 77 W-FAIXA          PIC 9(02) VALUE ZEROS.
001580*
001590*---------[ PREMIO DO DEPENDENTE E TOTAIS DA CHAPA ]--------------
001600 77 W-PREMIO         PIC 9(07)V99 VALUE ZEROS.
001610 77 W-EMPRESA        PIC 9(07)V99 VALUE ZEROS.
001620 77 W-DESCONTO       PIC 9(07)V99 VALUE ZEROS.
001630 77 W-CHAPA-ANT      PIC 9(06) VALUE ZEROS.
001640 77 W-CHP-QTD        PIC 9(02) VALUE ZEROS.
001650 77 W-CHP-PREMIO     PIC 9(07)V99 VALUE ZEROS.
001660 77 W-CHP-EMPRESA    PIC 9(07)V99 VALUE ZEROS.
001670 77 W-CHP-DESCONTO   PIC 9(07)V99 VALUE ZEROS.
001680 77 W-GER-PREMIO     PIC 9(09)V99 VALUE ZEROS.
001690 77 W-GER-EMPRESA    PIC 9(09)V99 VALUE ZEROS.
001700 77 W-GER-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
001710*
001720*---------[ TABELA DE PREMIOS VIGENTE NA COMPETENCIA: UMA ]-------
001730*---------[ ENTRADA POR PLANO, NO LAYOUT DO REGPREM       ]-------
001740 77 W-QTD-PLANOS     PIC 9(02) VALUE ZEROS.
001750 77 W-MAX-PLANOS     PIC 9(02) VALUE 50.
001760 77 W-IP             PIC 9(02) VALUE ZEROS.
001770 77 W-IG             PIC 9(02) VALUE ZEROS.
001780 01 TAB-PLANOS.
001790     03 TP-ENTRADA    OCCURS 50 TIMES.
001800        05 TP-PLANO        PIC 9(03).
001810        05 TP-COMPET       PIC 9(06).
001820        05 TP-DESCRICAO    PIC X(20).
001830        05 TP-PERC-EMPRESA PIC 9(03)V99.
001840        05 TP-VALOR-DENTAL PIC 9(05)V99.
001850        05 TP-FAIXA        OCCURS 10 TIMES.
001860           07 TP-VALOR-ENF PIC 9(05)V99.
001870           07 TP-VALOR-APT PIC 9(05)V99.
001880        05 FILLER          PIC X(09).
001890*
001900*---------[ CUSTO ACUMULADO POR PLANO (MESMA POSICAO DA ]---------
001910*---------[ TAB-PLANOS) E GRAU DE PARENTESCO (GRAU + 1) ]---------
001920 01 TAB-CUSTO.
001930     03 TC-PLANO      OCCURS 50 TIMES.
001940        05 TC-GRAU         OCCURS 10 TIMES.
001950           07 TC-QTD       PIC 9(05).
001960           07 TC-PREMIO    PIC 9(09)V99.
001970           07 TC-EMPRESA   PIC 9(09)V99.
001980           07 TC-DESCONTO  PIC 9(09)V99.
001990 77 W-SUB-QTD        PIC 9(05) VALUE ZEROS.
002000 77 W-SUB-PREMIO     PIC 9(09)V99 VALUE ZEROS.
002010 77 W-SUB-EMPRESA    PIC 9(09)V99 VALUE ZEROS.
002020 77 W-SUB-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
002030*
002040     COPY "tabgrau.cpy".
002050*
002060 01 W-NOME-REL.
002070     03 FILLER       PIC X(08) VALUE "RELMENS.".
002080     03 W-NR-COMPET  PIC 9(06).
002090     03 FILLER       PIC X(06) VALUE SPACES.
002100*
002110 01 LIN-CABEC1.
002120     03 FILLER       PIC X(52) VALUE
002130        "CUSTO MENSAL DO PLANO DE SAUDE DOS DEPENDENTES".
002140     03 FILLER       PIC X(13) VALUE "COMPETENCIA:".
002150     03 LC1-COMPET   PIC 9(06).
002160     03 FILLER       PIC X(04) VALUE SPACES.
002170     03 FILLER       PIC X(12) VALUE "DATA PROC.:".
002180     03 LC1-DATA     PIC 99/99/9999.
002190     03 FILLER       PIC X(35) VALUE SPACES.
002200*
002210 01 LIN-TITULO1      PIC X(132) VALUE
002220        "ADESOES VIGENTES NAO CALCULADAS (VER CPLAN E CPREM)".
002230*
002240 01 LIN-CABEC2.
002250     03 FILLER       PIC X(08) VALUE "CHAPA".
002260     03 FILLER       PIC X(04) VALUE "SEQ".
002270     03 FILLER       PIC X(32) VALUE "NOME DO DEPENDENTE".
002280     03 FILLER       PIC X(07) VALUE "PLANO".
002290     03 FILLER       PIC X(81) VALUE "OCORRENCIA".
002300*
002310 01 LIN-OCORR.
002320     03 LO-CHAPA     PIC 9(06).
002330     03 FILLER       PIC X(02) VALUE SPACES.
002340     03 LO-SEQ       PIC 9(01).
002350     03 FILLER       PIC X(03) VALUE SPACES.
002360     03 LO-NOME      PIC X(30).
002370     03 FILLER       PIC X(02) VALUE SPACES.
002380     03 LO-PLANO     PIC 9(03).
002390     03 FILLER       PIC X(04) VALUE SPACES.
002400     03 LO-MOTIVO    PIC X(40).
002410     03 FILLER       PIC X(41) VALUE SPACES.
002420*
002430 01 LIN-TITULO2      PIC X(132) VALUE
002440        "CUSTO POR PLANO E GRAU DE PARENTESCO".
002450*
002460 01 LIN-CABEC3.
002470     03 FILLER       PIC X(05) VALUE "PLANO".
002480     03 FILLER       PIC X(22) VALUE "DESCRICAO".
002490     03 FILLER       PIC X(16) VALUE "GRAU".
002500     03 FILLER       PIC X(09) VALUE "  QTDE".
002510     03 FILLER       PIC X(17) VALUE "    PREMIO TOTAL".
002520     03 FILLER       PIC X(17) VALUE "   PARTE EMPRESA".
002530     03 FILLER       PIC X(14) VALUE "DESCONTO FUNC.".
002540     03 FILLER       PIC X(32) VALUE SPACES.
002550*
002560 01 LIN-CUSTO.
002570     03 LCU-PLANO    PIC ZZZ.
002580     03 FILLER       PIC X(02) VALUE SPACES.
002590     03 LCU-DESCR    PIC X(20).
002600     03 FILLER       PIC X(02) VALUE SPACES.
002610     03 LCU-GRAU     PIC X(14).
002620     03 FILLER       PIC X(02) VALUE SPACES.
002630     03 LCU-QTD      PIC ZZ.ZZ9.
002640     03 FILLER       PIC X(03) VALUE SPACES.
002650     03 LCU-PREMIO   PIC ZZZ.ZZZ.ZZ9,99.
002660     03 FILLER       PIC X(03) VALUE SPACES.
002670     03 LCU-EMPRESA  PIC ZZZ.ZZZ.ZZ9,99.
002680     03 FILLER       PIC X(03) VALUE SPACES.
002690     03 LCU-DESCONTO PIC ZZZ.ZZZ.ZZ9,99.
002700     03 FILLER       PIC X(32) VALUE SPACES.
002710*
002720 01 LIN-TOTAL1.
002730     03 FILLER       PIC X(40) VALUE
002740        "TOTAL DE ADESOES CADASTRADAS:     ".
002750     03 LT1-TOTAL    PIC ZZZ.ZZ9.
002760     03 FILLER       PIC X(85) VALUE SPACES.
002770*
002780 01 LIN-TOTAL2.
002790     03 FILLER       PIC X(40) VALUE
002800        "ADESOES VIGENTES NA COMPETENCIA:  ".
002810     03 LT2-TOTAL    PIC ZZZ.ZZ9.
002820     03 FILLER       PIC X(85) VALUE SPACES.
002830*
002840 01 LIN-TOTAL3.
002850     03 FILLER       PIC X(40) VALUE
002860        "DEPENDENTES CALCULADOS:           ".
002870     03 LT3-TOTAL    PIC ZZZ.ZZ9.
002880     03 FILLER       PIC X(85) VALUE SPACES.
002890*
002900 01 LIN-TOTAL4.
002910     03 FILLER       PIC X(40) VALUE
002920        "ADESOES NAO CALCULADAS:           ".
002930     03 LT4-TOTAL    PIC ZZZ.ZZ9.
002940     03 FILLER       PIC X(85) VALUE SPACES.
002950*
002960 01 LIN-TOTAL5.
002970     03 FILLER       PIC X(40) VALUE
002980        "CHAPAS ENVIADAS A FOLHA:          ".
002990     03 LT5-TOTAL    PIC ZZZ.ZZ9.
003000     03 FILLER       PIC X(85) VALUE SPACES.
003010*
003020 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
003030*
003040*---------[ REGISTRO DE INTERFACE DO DESCONTO DA CHAPA ]----------
003050 01 DET-MENS.
003060     03 DET-TIPO        PIC X(01).
003070     03 DET-CHAPA       PIC 9(06).
003080     03 DET-QTD         PIC 9(02).
003090     03 DET-PREMIO      PIC 9(07)V99.
003100     03 DET-EMPRESA     PIC 9(07)V99.
003110     03 DET-DESCONTO    PIC 9(07)V99.
003120     03 FILLER          PIC X(10) VALUE SPACES.
003130*
003140 01 TRL-MENS.
003150     03 TRL-TIPO        PIC X(01).
003160     03 TRL-CHAPAS      PIC 9(06).
003170     03 TRL-DPND        PIC 9(06).
003180     03 TRL-PREMIO      PIC 9(09)V99.
003190     03 TRL-EMPRESA     PIC 9(09)V99.
003200     03 TRL-DESCONTO    PIC 9(09)V99.
003210*-----------------------------------------------------------------
003220 PROCEDURE DIVISION.
003230 0000-MAINLINE.
003240     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
003250     PERFORM 2000-PROCESSA    THRU 2000-EXIT
003260             UNTIL FIM-ARQUIVO.
003270     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
003280     STOP RUN.
003290*
003300*---------[ ABERTURA, CONTROLE DA COMPETENCIA, TABELA DE ]--------
003310*---------[ PREMIOS E 1A LEITURA                          ]-------
003320 1000-INICIALIZA.
003330     OPEN I-O CTRLBAT
003340     IF ST-ERRO5 = "30" OR ST-ERRO5 = "35"
003350        OPEN OUTPUT CTRLBAT
003360        CLOSE CTRLBAT
003370        OPEN I-O CTRLBAT
003380     END-IF
003390     IF ST-ERRO5 NOT = "00"
003400        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLBAT: " ST-ERRO5
003410        STOP RUN
003420     END-IF
003430     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
003440     MOVE W-SIS-AAAA TO W-CPT-AAAA
003450     MOVE W-SIS-MM   TO W-CPT-MM
003460     PERFORM 1100-CONTROLE-INICIO THRU 1100-EXIT
003470     PERFORM 1200-CARREGA-PREMIOS THRU 1200-EXIT
003480     OPEN INPUT ADESDPND
003490     IF ST-ERRO NOT = "00"
003500        DISPLAY "ARQUIVO ADESDPND INDISPONIVEL (" ST-ERRO
003510            "), REGISTRE AS ADESOES PELO CPLAN"
003520        STOP RUN
003530     END-IF
003540     OPEN INPUT CADDPND
003550     IF ST-ERRO2 NOT = "00"
003560        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDPND: " ST-ERRO2
003570        STOP RUN
003580     END-IF
003590     OPEN OUTPUT MENSINT
003600     IF ST-ERRO4 NOT = "00"
003610        DISPLAY "ERRO NA ABERTURA DO ARQUIVO MENSINT: " ST-ERRO4
003620        STOP RUN
003630     END-IF
003640     MOVE W-COMPET TO W-NR-COMPET
003650     OPEN OUTPUT RELMENS
003660     IF ST-ERRO6 NOT = "00"
003670        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELMENS: " ST-ERRO6
003680        STOP RUN
003690     END-IF
003700     MOVE ZEROS TO TAB-CUSTO
003710     MOVE W-COMPET TO LC1-COMPET
003720     MOVE W-SIS-DD   TO W-DMA-DD
003730     MOVE W-SIS-MM   TO W-DMA-MM
003740     MOVE W-SIS-AAAA TO W-DMA-AAAA
003750     MOVE W-DATA-DMA-NUM TO LC1-DATA
003760     WRITE LINHA-REL FROM LIN-CABEC1
003770     ADD 1 TO W-QTD-LINHAS
003780     WRITE LINHA-REL FROM LIN-BRANCO
003790     ADD 1 TO W-QTD-LINHAS
003800     WRITE LINHA-REL FROM LIN-TITULO1
003810     ADD 1 TO W-QTD-LINHAS
003820     WRITE LINHA-REL FROM LIN-CABEC2
003830     ADD 1 TO W-QTD-LINHAS
003840     PERFORM 4000-LER-ADESDPND THRU 4000-EXIT.
003850 1000-EXIT.
003860     EXIT.
003870*
003880*---------[ REGISTRO DE CONTROLE DA COMPETENCIA: PROTECAO ]-------
003890*---------[ DE DUPLICIDADE E CARIMBO DE INICIO            ]-------
003900 1100-CONTROLE-INICIO.
003910     MOVE "MENSDPND" TO CTRL-PROGRAMA
003920     MOVE W-COMPET   TO CTRL-COMPET
003930     READ CTRLBAT
003940     IF ST-ERRO5 = "23"
003950        MOVE SPACES     TO REGCTRL
003960        MOVE "MENSDPND" TO CTRL-PROGRAMA
003970        MOVE W-COMPET   TO CTRL-COMPET
003980        MOVE ZEROS      TO CTRL-DATA-PROC
003990        MOVE ZEROS      TO CTRL-IDADE-LIMITE CTRL-IDADE-ESTUD
004000     ELSE
004010        IF ST-ERRO5 NOT = "00"
004020           DISPLAY "ERRO NA LEITURA DO ARQUIVO CTRLBAT: "
004030               ST-ERRO5
004040           STOP RUN
004050        END-IF
004060     END-IF
004070     IF CTRL-COMPLETO AND NOT CTRL-REEXEC-PEDIDA
004080        DISPLAY "COMPETENCIA " W-COMPET " JA PROCESSADA EM "
004090            CTRL-FIM-DATA ", EXECUCAO RECUSADA"
004100        DISPLAY "USE O CTRLDPND PARA AUTORIZAR A REEXECUCAO"
004110        CLOSE CTRLBAT
004120        STOP RUN
004130     END-IF
004140     MOVE "E"        TO CTRL-SITUACAO
004150     MOVE "N"        TO CTRL-REEXECUTA
004160     IF CTRL-DATA-PROC = ZEROS
004170        MOVE W-DATA-SIS TO CTRL-DATA-PROC
004180     END-IF
004190     MOVE ZEROS      TO CTRL-FIM-DATA CTRL-FIM-HORA
004200     MOVE ZEROS      TO CTRL-QTD-LIDOS CTRL-QTD-GRAVADOS
004210     MOVE ZEROS      TO CTRL-CHK-CHAPA CTRL-CHK-SEQ
004220     MOVE W-DATA-SIS TO CTRL-INI-DATA
004230     ACCEPT W-CARIMBO-HORA FROM TIME
004240     MOVE W-CARIMBO-HORA TO CTRL-INI-HORA
004250     IF ST-ERRO5 = "23"
004260        WRITE REGCTRL
004270     ELSE
004280        REWRITE REGCTRL
004290     END-IF
004300     IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
004310        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTRLBAT: " ST-ERRO5
004320        STOP RUN
004330     END-IF.
004340 1100-EXIT.
004350     EXIT.
004360*
004370*---------[ TABELA DE PREMIOS VIGENTE: POR PLANO VALE O ]---------
004380*---------[ REGISTRO DE MAIOR VIGENCIA QUE NAO PASSE DA ]---------
004390*---------[ COMPETENCIA (CHAVE EM ORDEM DE PLANO/VIGENCIA)]-------
004400 1200-CARREGA-PREMIOS.
004410     OPEN INPUT CADPREM
004420     IF ST-ERRO3 NOT = "00"
004430        DISPLAY "TABELA CADPREM INDISPONIVEL (" ST-ERRO3
004440            "), CADASTRE OS PREMIOS PELO CPREM"
004450        STOP RUN
004460     END-IF
004470     PERFORM 1300-LE-PREMIO THRU 1300-EXIT
004480             UNTIL FIM-PREMIOS
004490     CLOSE CADPREM
004500     DISPLAY "PLANOS COM TABELA VIGENTE..: " W-QTD-PLANOS.
004510 1200-EXIT.
004520     EXIT.
004530*
004540*---------[ UM REGISTRO DO CADPREM EM ORDEM DE CHAVE ]------------
004550 1300-LE-PREMIO.
004560     READ CADPREM NEXT RECORD
004570         AT END
004580            MOVE "S" TO W-FIM-PREM
004590            GO TO 1300-EXIT
004600     END-READ
004610     IF PREM-COMPET > W-COMPET
004620        GO TO 1300-EXIT
004630     END-IF
004640     IF W-QTD-PLANOS = ZEROS
004650        OR PREM-PLANO NOT = TP-PLANO (W-QTD-PLANOS)
004660        IF W-QTD-PLANOS NOT < W-MAX-PLANOS
004670           DISPLAY "TABELA DE PLANOS CHEIA (" W-MAX-PLANOS
004680               "), AMPLIE TAB-PLANOS NO MENSDPND"
004690           STOP RUN
004700        END-IF
004710        ADD 1 TO W-QTD-PLANOS
004720     END-IF
004730     MOVE REGPREM TO TP-ENTRADA (W-QTD-PLANOS).
004740 1300-EXIT.
004750     EXIT.
004760*
004770*---------[ LACO PRINCIPAL COM QUEBRA POR CHAPA ]-----------------
004780 2000-PROCESSA.
004790     IF W-PRIMEIRA = "S"
004800        MOVE ADES-CHAPA TO W-CHAPA-ANT
004810        MOVE "N"        TO W-PRIMEIRA
004820     END-IF
004830     IF ADES-CHAPA NOT = W-CHAPA-ANT
004840        PERFORM 5000-GRAVA-CHAPA THRU 5000-EXIT
004850        MOVE ADES-CHAPA TO W-CHAPA-ANT
004860     END-IF
004870     PERFORM 3000-AVALIA-ADESAO THRU 3000-EXIT
004880     PERFORM 4000-LER-ADESDPND THRU 4000-EXIT.
004890 2000-EXIT.
004900     EXIT.
004910*
004920*---------[ ADESAO VIGENTE NA COMPETENCIA: DEPENDENTE ]-----------
004930*---------[ ATIVO, PLANO COM TABELA, PREMIO DA FAIXA  ]-----------
004940 3000-AVALIA-ADESAO.
004950     MOVE ADES-DATA-ADESAO TO W-DATA-DMA
004960     PERFORM 3050-CONVERTE-DATA THRU 3050-EXIT
004970     MOVE W-DATA-AM-NUM TO W-ADES-COMPET
004980     MOVE ZEROS TO W-CANC-COMPET
004990     IF ADES-DATA-CANCEL NOT = ZEROS
005000        MOVE ADES-DATA-CANCEL TO W-DATA-DMA
005010        PERFORM 3050-CONVERTE-DATA THRU 3050-EXIT
005020        MOVE W-DATA-AM-NUM TO W-CANC-COMPET
005030     END-IF
005040     IF W-ADES-COMPET > W-COMPET
005050        GO TO 3000-EXIT
005060     END-IF
005070     IF W-CANC-COMPET NOT = ZEROS AND W-CANC-COMPET < W-COMPET
005080        GO TO 3000-EXIT
005090     END-IF
005100     ADD 1 TO W-TOT-VIGENTES
005110     MOVE ADES-CHAPA TO CHAPA
005120     MOVE ADES-SEQ   TO SEQ
005130     READ CADDPND
005140     IF ST-ERRO2 = "23"
005150        MOVE SPACES TO NOMEDPND
005160        MOVE "DEPENDENTE NAO CADASTRADO NO CADDPND"
005170             TO W-MOTIVO
005180        PERFORM 6000-IMPRIME-OCORRENCIA THRU 6000-EXIT
005190        GO TO 3000-EXIT
005200     END-IF
005210     IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
005220        DISPLAY "ERRO NA LEITURA DO ARQUIVO CADDPND: " ST-ERRO2
005230        STOP RUN
005240     END-IF
005250     IF STATS NOT = "A"
005260        MOVE "DEPENDENTE NAO ATIVO NO CADDPND" TO W-MOTIVO
005270        PERFORM 6000-IMPRIME-OCORRENCIA THRU 6000-EXIT
005280        GO TO 3000-EXIT
005290     END-IF
005300     PERFORM 3100-LOCALIZA-PLANO THRU 3100-EXIT
005310     IF W-IP > W-QTD-PLANOS
005320        MOVE "PLANO SEM TABELA VIGENTE NO CADPREM" TO W-MOTIVO
005330        PERFORM 6000-IMPRIME-OCORRENCIA THRU 6000-EXIT
005340        GO TO 3000-EXIT
005350     END-IF
005360     PERFORM 3200-CALCULA-IDADE THRU 3200-EXIT
005370     IF W-IDADE < 0
005380        MOVE "NASCIMENTO POSTERIOR A COMPETENCIA" TO W-MOTIVO
005390        PERFORM 6000-IMPRIME-OCORRENCIA THRU 6000-EXIT
005400        GO TO 3000-EXIT
005410     END-IF
005420     IF ADES-APARTAMENTO
005430        MOVE TP-VALOR-APT (W-IP W-FAIXA) TO W-PREMIO
005440     ELSE
005450        MOVE TP-VALOR-ENF (W-IP W-FAIXA) TO W-PREMIO
005460     END-IF
005470     IF W-PREMIO = ZEROS
005480        MOVE "ACOMODACAO SEM PREMIO NA TABELA DO PLANO"
005490             TO W-MOTIVO
005500        PERFORM 6000-IMPRIME-OCORRENCIA THRU 6000-EXIT
005510        GO TO 3000-EXIT
005520     END-IF
005530     IF ADES-COM-DENTAL
005540        ADD TP-VALOR-DENTAL (W-IP) TO W-PREMIO
005550     END-IF
005560     COMPUTE W-EMPRESA ROUNDED =
005570             W-PREMIO * TP-PERC-EMPRESA (W-IP) / 100
005580     COMPUTE W-DESCONTO = W-PREMIO - W-EMPRESA
005590     PERFORM 3300-ACUMULA THRU 3300-EXIT.
005600 3000-EXIT.
005610     EXIT.
005620*
005630*---------[ DATA DDMMAAAA (W-DATA-DMA) EM AAAAMM ]----------------
005640 3050-CONVERTE-DATA.
005650     MOVE W-DMA-AAAA TO W-AM-AAAA
005660     MOVE W-DMA-MM   TO W-AM-MM.
005670 3050-EXIT.
005680     EXIT.
005690*
005700*---------[ POSICAO DO PLANO NA TABELA VIGENTE; W-IP ALEM ]-------
005710*---------[ DE W-QTD-PLANOS QUANDO O PLANO NAO TEM TABELA ]-------
005720 3100-LOCALIZA-PLANO.
005730     MOVE 1 TO W-IP.
005740 3110-COMPARA-PLANO.
005750     IF W-IP > W-QTD-PLANOS
005760        GO TO 3100-EXIT
005770     END-IF
005780     IF TP-PLANO (W-IP) = ADES-PLANO
005790        GO TO 3100-EXIT
005800     END-IF
005810     ADD 1 TO W-IP
005820     GO TO 3110-COMPARA-PLANO.
005830 3100-EXIT.
005840     EXIT.
005850*
005860*---------[ IDADE NA COMPETENCIA (COMO NO FOLHDPND) E ]-----------
005870*---------[ FAIXA DA ANS: ATE 18, DE 5 EM 5 ANOS DOS  ]-----------
005880*---------[ 19 AOS 58 E 59 OU MAIS                     ]----------
005890 3200-CALCULA-IDADE.
005900     MOVE DATANASC TO W-DATANASC-WS
005910     COMPUTE W-IDADE = W-CPT-AAAA - W-NASC-AAAA
005920     IF W-CPT-MM < W-NASC-MM
005930        SUBTRACT 1 FROM W-IDADE
005940     END-IF
005950     IF W-IDADE < 0
005960        GO TO 3200-EXIT
005970     END-IF
005980     IF W-IDADE NOT > 18
005990        MOVE 1 TO W-FAIXA
006000        GO TO 3200-EXIT
006010     END-IF
006020     IF W-IDADE NOT < 59
006030        MOVE 10 TO W-FAIXA
006040        GO TO 3200-EXIT
006050     END-IF
006060     COMPUTE W-FAIXA = (W-IDADE - 19) / 5 + 2.
006070 3200-EXIT.
006080     EXIT.
006090*
006100*---------[ TOTAIS DA CHAPA E CUSTO POR PLANO/GRAU ]--------------
006110 3300-ACUMULA.
006120     ADD 1          TO W-TOT-COBRADOS
006130     ADD 1          TO W-CHP-QTD
006140     ADD W-PREMIO   TO W-CHP-PREMIO
006150     ADD W-EMPRESA  TO W-CHP-EMPRESA
006160     ADD W-DESCONTO TO W-CHP-DESCONTO
006170     COMPUTE W-IG = GRAU + 1
006180     ADD 1          TO TC-QTD      (W-IP W-IG)
006190     ADD W-PREMIO   TO TC-PREMIO   (W-IP W-IG)
006200     ADD W-EMPRESA  TO TC-EMPRESA  (W-IP W-IG)
006210     ADD W-DESCONTO TO TC-DESCONTO (W-IP W-IG).
006220 3300-EXIT.
006230     EXIT.
006240*
006250*---------[ LEITURA SEQUENCIAL DO ADESDPND ]----------------------
006260 4000-LER-ADESDPND.
006270     READ ADESDPND NEXT RECORD
006280         AT END
006290            MOVE "S" TO W-FIM-ARQ
006300         NOT AT END
006310            ADD 1 TO W-TOT-LIDOS
006320     END-READ.
006330 4000-EXIT.
006340     EXIT.
006350*
006360*---------[ REGISTRO DE INTERFACE DA CHAPA (SO SE HOUVE ]---------
006370*---------[ DEPENDENTE CALCULADO) E LIMPEZA DOS TOTAIS  ]---------
006380 5000-GRAVA-CHAPA.
006390     IF W-CHP-QTD = ZEROS
006400        GO TO 5000-EXIT
006410     END-IF
006420     MOVE "D"            TO DET-TIPO
006430     MOVE W-CHAPA-ANT    TO DET-CHAPA
006440     MOVE W-CHP-QTD      TO DET-QTD
006450     MOVE W-CHP-PREMIO   TO DET-PREMIO
006460     MOVE W-CHP-EMPRESA  TO DET-EMPRESA
006470     MOVE W-CHP-DESCONTO TO DET-DESCONTO
006480     WRITE REG-MENSINT FROM DET-MENS
006490     IF ST-ERRO4 NOT = "00"
006500        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MENSINT: " ST-ERRO4
006510        STOP RUN
006520     END-IF
006530     ADD 1              TO W-TOT-CHAPAS
006540     ADD W-CHP-PREMIO   TO W-GER-PREMIO
006550     ADD W-CHP-EMPRESA  TO W-GER-EMPRESA
006560     ADD W-CHP-DESCONTO TO W-GER-DESCONTO
006570     MOVE ZEROS TO W-CHP-QTD W-CHP-PREMIO W-CHP-EMPRESA
006580     MOVE ZEROS TO W-CHP-DESCONTO.
006590 5000-EXIT.
006600     EXIT.
006610*
006620*---------[ ADESAO VIGENTE QUE NAO PODE SER CALCULADA ]-----------
006630 6000-IMPRIME-OCORRENCIA.
006640     MOVE ADES-CHAPA     TO LO-CHAPA
006650     MOVE ADES-SEQ       TO LO-SEQ
006660     MOVE NOMEDPND       TO LO-NOME
006670     MOVE ADES-PLANO     TO LO-PLANO
006680     MOVE W-MOTIVO       TO LO-MOTIVO
006690     WRITE LINHA-REL FROM LIN-OCORR
006700     ADD 1 TO W-QTD-LINHAS
006710     ADD 1 TO W-TOT-OCORR.
006720 6000-EXIT.
006730     EXIT.
006740*
006750*---------[ CUSTO POR PLANO E GRAU, COM SUBTOTAL POR ]------------
006760*---------[ PLANO E TOTAL GERAL                       ]-----------
006770 7000-IMPRIME-CUSTO.
006780     WRITE LINHA-REL FROM LIN-BRANCO
006790     ADD 1 TO W-QTD-LINHAS
006800     WRITE LINHA-REL FROM LIN-TITULO2
006810     ADD 1 TO W-QTD-LINHAS
006820     WRITE LINHA-REL FROM LIN-CABEC3
006830     ADD 1 TO W-QTD-LINHAS
006840     MOVE 1 TO W-IP
006850     PERFORM 7100-IMPRIME-PLANO THRU 7100-EXIT
006860             UNTIL W-IP > W-QTD-PLANOS
006870     MOVE ZEROS          TO LCU-PLANO
006880     MOVE "TOTAL GERAL"  TO LCU-DESCR
006890     MOVE SPACES         TO LCU-GRAU
006900     MOVE W-TOT-COBRADOS TO LCU-QTD
006910     MOVE W-GER-PREMIO   TO LCU-PREMIO
006920     MOVE W-GER-EMPRESA  TO LCU-EMPRESA
006930     MOVE W-GER-DESCONTO TO LCU-DESCONTO
006940     WRITE LINHA-REL FROM LIN-CUSTO
006950     ADD 1 TO W-QTD-LINHAS.
006960 7000-EXIT.
006970     EXIT.
006980*
006990*---------[ UM PLANO: LINHA POR GRAU COM DEPENDENTE ]-------------
007000 7100-IMPRIME-PLANO.
007010     MOVE ZEROS TO W-SUB-QTD W-SUB-PREMIO W-SUB-EMPRESA
007020     MOVE ZEROS TO W-SUB-DESCONTO
007030     MOVE 1 TO W-IG
007040     PERFORM 7200-IMPRIME-GRAU THRU 7200-EXIT
007050             UNTIL W-IG > 10
007060     IF W-SUB-QTD NOT = ZEROS
007070        MOVE TP-PLANO (W-IP) TO LCU-PLANO
007080        MOVE SPACES          TO LCU-DESCR
007090        MOVE "** SUBTOTAL **" TO LCU-GRAU
007100        MOVE W-SUB-QTD       TO LCU-QTD
007110        MOVE W-SUB-PREMIO    TO LCU-PREMIO
007120        MOVE W-SUB-EMPRESA   TO LCU-EMPRESA
007130        MOVE W-SUB-DESCONTO  TO LCU-DESCONTO
007140        WRITE LINHA-REL FROM LIN-CUSTO
007150        ADD 1 TO W-QTD-LINHAS
007160        WRITE LINHA-REL FROM LIN-BRANCO
007170        ADD 1 TO W-QTD-LINHAS
007180     END-IF
007190     ADD 1 TO W-IP.
007200 7100-EXIT.
007210     EXIT.
007220*
007230*---------[ UM GRAU DO PLANO CORRENTE ]---------------------------
007240 7200-IMPRIME-GRAU.
007250     IF TC-QTD (W-IP W-IG) = ZEROS
007260        ADD 1 TO W-IG
007270        GO TO 7200-EXIT
007280     END-IF
007290     MOVE TP-PLANO (W-IP)          TO LCU-PLANO
007300     MOVE TP-DESCRICAO (W-IP)      TO LCU-DESCR
007310     MOVE TTIPGRAU (W-IG)          TO LCU-GRAU
007320     MOVE TC-QTD (W-IP W-IG)       TO LCU-QTD
007330     MOVE TC-PREMIO (W-IP W-IG)    TO LCU-PREMIO
007340     MOVE TC-EMPRESA (W-IP W-IG)   TO LCU-EMPRESA
007350     MOVE TC-DESCONTO (W-IP W-IG)  TO LCU-DESCONTO
007360     WRITE LINHA-REL FROM LIN-CUSTO
007370     ADD 1 TO W-QTD-LINHAS
007380     ADD TC-QTD (W-IP W-IG)        TO W-SUB-QTD
007390     ADD TC-PREMIO (W-IP W-IG)     TO W-SUB-PREMIO
007400     ADD TC-EMPRESA (W-IP W-IG)    TO W-SUB-EMPRESA
007410     ADD TC-DESCONTO (W-IP W-IG)   TO W-SUB-DESCONTO
007420     ADD 1 TO W-IG.
007430 7200-EXIT.
007440     EXIT.
007450*
007460*---------[ ULTIMA CHAPA, TRAILER, TOTAIS E ENCERRAMENTO ]--------
007470 8000-FINALIZA.
007480     PERFORM 5000-GRAVA-CHAPA THRU 5000-EXIT
007490     MOVE "T"            TO TRL-TIPO
007500     MOVE W-TOT-CHAPAS   TO TRL-CHAPAS
007510     MOVE W-TOT-COBRADOS TO TRL-DPND
007520     MOVE W-GER-PREMIO   TO TRL-PREMIO
007530     MOVE W-GER-EMPRESA  TO TRL-EMPRESA
007540     MOVE W-GER-DESCONTO TO TRL-DESCONTO
007550     WRITE REG-MENSINT FROM TRL-MENS
007560     IF ST-ERRO4 NOT = "00"
007570        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MENSINT: " ST-ERRO4
007580        STOP RUN
007590     END-IF
007600     PERFORM 7000-IMPRIME-CUSTO THRU 7000-EXIT
007610     WRITE LINHA-REL FROM LIN-BRANCO
007620     ADD 1 TO W-QTD-LINHAS
007630     MOVE W-TOT-LIDOS    TO LT1-TOTAL
007640     WRITE LINHA-REL FROM LIN-TOTAL1
007650     ADD 1 TO W-QTD-LINHAS
007660     MOVE W-TOT-VIGENTES TO LT2-TOTAL
007670     WRITE LINHA-REL FROM LIN-TOTAL2
007680     ADD 1 TO W-QTD-LINHAS
007690     MOVE W-TOT-COBRADOS TO LT3-TOTAL
007700     WRITE LINHA-REL FROM LIN-TOTAL3
007710     ADD 1 TO W-QTD-LINHAS
007720     MOVE W-TOT-OCORR    TO LT4-TOTAL
007730     WRITE LINHA-REL FROM LIN-TOTAL4
007740     ADD 1 TO W-QTD-LINHAS
007750     MOVE W-TOT-CHAPAS   TO LT5-TOTAL
007760     WRITE LINHA-REL FROM LIN-TOTAL5
007770     ADD 1 TO W-QTD-LINHAS
007780     PERFORM 8200-CATALOGA THRU 8200-EXIT
007790     DISPLAY "COMPETENCIA.........: " W-COMPET
007800     DISPLAY "ADESOES LIDAS.......: " W-TOT-LIDOS
007810     DISPLAY "VIGENTES............: " W-TOT-VIGENTES
007820     DISPLAY "CALCULADAS..........: " W-TOT-COBRADOS
007830     DISPLAY "NAO CALCULADAS......: " W-TOT-OCORR
007840     DISPLAY "CHAPAS NA FOLHA.....: " W-TOT-CHAPAS
007850     PERFORM 8100-CONTROLE-FIM THRU 8100-EXIT
007860     CLOSE ADESDPND
007870     CLOSE CADDPND
007880     CLOSE MENSINT
007890     CLOSE RELMENS
007900     CLOSE CTRLBAT.
007910 8000-EXIT.
007920     EXIT.
007930*
007940*---------[ CONCLUSAO DA COMPETENCIA NO REGISTRO DE CONTROLE ]----
007950 8100-CONTROLE-FIM.
007960     MOVE "C"            TO CTRL-SITUACAO
007970     MOVE "N"            TO CTRL-REEXECUTA
007980     MOVE W-TOT-LIDOS    TO CTRL-QTD-LIDOS
007990     MOVE W-TOT-CHAPAS   TO CTRL-QTD-GRAVADOS
008000     MOVE W-DATA-SIS     TO CTRL-FIM-DATA
008010     ACCEPT W-CARIMBO-HORA FROM TIME
008020     MOVE W-CARIMBO-HORA TO CTRL-FIM-HORA
008030     REWRITE REGCTRL
008040     IF ST-ERRO5 NOT = "00"
008050        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTRLBAT: " ST-ERRO5
008060        STOP RUN
008070     END-IF.
008080 8100-EXIT.
008090     EXIT.
008100*
008110*---------[ CATALOGO DA GERACAO DO RELATORIO (RELINDEX.DAT) ]-----
008120 8200-CATALOGA.
008130     OPEN EXTEND RELINDEX
008140     IF ST-ERRO7 NOT = "00"
008150        OPEN OUTPUT RELINDEX
008160        CLOSE RELINDEX
008170        OPEN EXTEND RELINDEX
008180     END-IF
008190     IF ST-ERRO7 NOT = "00"
008200        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINDEX: " ST-ERRO7
008210        STOP RUN
008220     END-IF
008230     MOVE "RELMENS "     TO RIX-RELATORIO
008240     MOVE W-COMPET       TO RIX-COMPET
008250     MOVE W-DATA-SIS-NUM TO RIX-DATA-GER
008260     ACCEPT W-CARIMBO-HORA FROM TIME
008270     MOVE W-CARIMBO-HORA TO RIX-HORA-GER
008280     MOVE W-QTD-LINHAS   TO RIX-QTD-LINHAS
008290     MOVE W-NOME-REL     TO RIX-ARQUIVO
008300     WRITE REGRELIX
008310     IF ST-ERRO7 NOT = "00"
008320        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO RELINDEX: " ST-ERRO7
008330        STOP RUN
008340     END-IF
008350     CLOSE RELINDEX.
008360 8200-EXIT.
008370     EXIT.
