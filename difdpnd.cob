000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIFDPND.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* DIFERENCAS RETROATIVAS DE SALARIO-FAMILIA E DEDUCAO DE   *
000090* IR DOS DEPENDENTES INCLUIDOS OU REATIVADOS COM ATRASO.    *
000100* RECEBE UM PERIODO DE COMPETENCIAS (AAAAMM A AAAAMM,      *
000110* ANTERIORES A ATUAL) E:                                   *
000120*   - SELECIONA NO LOGDPND (E NAS GERACOES ARQUIVADAS DO   *
000130*     LOGARQIX) OS EVENTOS DE INCLUSAO ATIVA E DE          *
000140*     REATIVACAO, NO ARQUIVO DE TRABALHO DIFCAND.WRK;      *
000150*   - PARA CADA DEPENDENTE AINDA ATIVO NO CADDPND, APURA   *
000160*     COMPETENCIA A COMPETENCIA, DESDE O NASCIMENTO (NA    *
000170*     INCLUSAO, SO QUANDO O NASCIMENTO CAI NO PERIODO:     *
000172*     RECEM-NASCIDO REGISTRADO COM ATRASO; AS DEMAIS       *
000174*     INCLUSOES SAEM LISTADAS COMO NAO CALCULADAS) OU      *
000176*     DESDE A BAIXA ANTERIOR (NA REATIVACAO; SEM A DATA    *
000178*     DA BAIXA NO LOG, SAI COMO NAO CALCULADA)             *
000180*     ATE O MES DO EVENTO, O QUE O FOLHDPND TERIA CONTADO  *
000190*     (MESMAS REGRAS DE FLAG E DE CORTE LEGAL DE IDADE DO  *
000200*     CADLEGIS VIGENTE NO MES) CONTRA O QUE FOI ENVIADO NA *
000210*     GERACAO FOLHDPND.<AAAAMM>.TXT DAQUELE MES (CPF NA    *
000220*     LISTA DA CHAPA; SEM CPF, PELA DATA DO EVENTO);       *
000230*   - VALORIZA CADA DEPENDENTE-MES DEVIDO PELO LEG-VALOR-SF*
000240*     OU LEG-VALOR-IR VIGENTE NO MES E GRAVA O ARQUIVO DE  *
000250*     AJUSTE DA FOLHA DIFDPND.<AAAAMM>.TXT (UM REGISTRO    *
000260*     POR CHAPA E TRAILER DE TOTAIS), O RELATORIO PARA A   *
000270*     APROVACAO DO RH RELDIF.<AAAAMM> (CATALOGADO NO       *
000280*     RELINDEX) E O CONTROLE DIFPAGO.DAT, PARA QUE NENHUM  *
000290*     DEPENDENTE-MES SEJA PAGO DUAS VEZES.                 *
000300* <AAAAMM> DOS ARQUIVOS DE SAIDA E A COMPETENCIA ATUAL, DE *
000310* PAGAMENTO, PROTEGIDA CONTRA EXECUCAO EM DUPLICIDADE PELO *
000320* CTRLBAT.DAT (REEXECUCAO SO COM PEDIDO NO CTRLDPND, QUE   *
000330* DESFAZ ANTES O QUE FOI LANCADO NA MESMA COMPETENCIA).    *
000340* MES SEM GERACAO ENVIADA (OU COM TRAILER QUE NAO BATE)    *
000350* NAO E CALCULADO E SAI LISTADO NO RELATORIO.              *
000360***********************************************************
000370* HISTORICO DE ALTERACOES
000380* DATA       AUTOR   DESCRICAO
000390* 15/10/2026 SSM     PROGRAMA CRIADO
000391* 15/10/2026 SSM     MES EM QUE O DEPENDENTE E ALIMENTANDO COM
000392*                    PENSAO VIGENTE (PENSDPND.DAT) NAO GERA
000393*                    DIFERENCA DE IR
000394* 15/10/2026 SSM     INCLUSAO SO GERA DIFERENCA QUANDO O
000395*                    NASCIMENTO CAI NO PERIODO; AS DEMAIS SAEM
000396*                    COMO NAO CALCULADAS NO RELATORIO
000397* 15/10/2026 SSM     REATIVACAO SEM A DATA DA BAIXA NO LOG NAO
000398*                    E CALCULADA; SAI COMO NAO CALCULADA
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440               DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CADDPND ASSIGN TO DISK
000480              ORGANIZATION IS INDEXED
000490              ACCESS MODE  IS DYNAMIC
000500              RECORD KEY   IS CAD-CHAVE
000510              ALTERNATE RECORD KEY IS CHAPA
000520                           WITH DUPLICATES
000530              FILE STATUS  IS ST-ERRO.
000540     SELECT CADFUNC ASSIGN TO DISK
000550              ORGANIZATION IS INDEXED
000560              ACCESS MODE  IS RANDOM
000570              RECORD KEY   IS FUNC-CHAPA
000580              FILE STATUS  IS ST-ERRO2.
000590     SELECT LOGDPND ASSIGN TO DISK
000600              ORGANIZATION IS LINE SEQUENTIAL
000610              FILE STATUS  IS ST-ERRO3.
000620     SELECT LOGARQIX ASSIGN TO DISK
000630              ORGANIZATION IS LINE SEQUENTIAL
000640              FILE STATUS  IS ST-ERRO4.
000650     SELECT ARQGER ASSIGN TO DISK
000660              ORGANIZATION IS LINE SEQUENTIAL
000670              FILE STATUS  IS ST-ERRO5.
000680     SELECT CADLEGIS ASSIGN TO DISK
000690              ORGANIZATION IS INDEXED
000700              ACCESS MODE  IS DYNAMIC
000710              RECORD KEY   IS LEG-COMPET
000720              FILE STATUS  IS ST-ERRO6.
000730     SELECT FOLHGER ASSIGN TO DISK
000740              ORGANIZATION IS LINE SEQUENTIAL
000750              FILE STATUS  IS ST-ERRO7.
000760     SELECT DIFFOLH ASSIGN TO DISK
000770              ORGANIZATION IS INDEXED
000780              ACCESS MODE  IS RANDOM
000790              RECORD KEY   IS DFW-CHAVE
000800              FILE STATUS  IS ST-ERRO8.
000810     SELECT DIFCAND ASSIGN TO DISK
000820              ORGANIZATION IS INDEXED
000830              ACCESS MODE  IS DYNAMIC
000840              RECORD KEY   IS DCW-CHAVE
000850              FILE STATUS  IS ST-ERRO9.
000860     SELECT DIFPAGO ASSIGN TO DISK
000870              ORGANIZATION IS INDEXED
000880              ACCESS MODE  IS DYNAMIC
000890              RECORD KEY   IS DPG-CHAVE
000900              FILE STATUS  IS ST-ERRO10.
000910     SELECT DIFAJUS ASSIGN TO DISK
000920              ORGANIZATION IS LINE SEQUENTIAL
000930              FILE STATUS  IS ST-ERRO11.
000940     SELECT RELDIF ASSIGN TO DISK
000950              ORGANIZATION IS LINE SEQUENTIAL
000960              FILE STATUS  IS ST-ERRO12.
000970     SELECT CTRLBAT ASSIGN TO DISK
000980              ORGANIZATION IS INDEXED
000990              ACCESS MODE  IS RANDOM
001000              RECORD KEY   IS CTRL-CHAVE
001010              FILE STATUS  IS ST-ERRO13.
001020     SELECT RELINDEX ASSIGN TO DISK
001030              ORGANIZATION IS LINE SEQUENTIAL
001040              FILE STATUS  IS ST-ERRO14.
001041     SELECT PENSDPND ASSIGN TO DISK
001042              ORGANIZATION IS INDEXED
001043              ACCESS MODE  IS DYNAMIC
001044              RECORD KEY   IS PENS-CHAVE
001045              FILE STATUS  IS ST-ERRO15.
001050*
001060*-----------------------------------------------------------------
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD CADDPND
001100         LABEL RECORD IS STANDARD
001110         VALUE OF FILE-ID IS "CADDPND.DAT".
001120     COPY "regdpnd.cpy".
001130*
001140 FD CADFUNC
001150         LABEL RECORD IS STANDARD
001160         VALUE OF FILE-ID IS "CADFUNC.DAT".
001170     COPY "regfunc.cpy".
001180*
001190 FD LOGDPND
001200         LABEL RECORD IS STANDARD
001210         VALUE OF FILE-ID IS "LOGDPND.DAT".
001220     COPY "reglog.cpy".
001230*
001240 FD LOGARQIX
001250         LABEL RECORD IS STANDARD
001260         VALUE OF FILE-ID IS "LOGARQIX.DAT".
001270     COPY "regarqix.cpy".
001280*
001290*---------[ GERACAO DE ARQUIVAMENTO DO ARQLOG, NO MESMO ]--------
001300*---------[ LAYOUT DO LOGDPND                           ]--------
001310 FD ARQGER
001320         LABEL RECORD IS STANDARD
001330         VALUE OF FILE-ID IS W-ARQ-GER.
001340 01 REG-ARQGER                 PIC X(190).
001350*
001360 FD CADLEGIS
001370         LABEL RECORD IS STANDARD
001380         VALUE OF FILE-ID IS "CADLEGIS.DAT".
001390     COPY "reglegi.cpy".
001400*
001410*---------[ GERACAO DA INTERFACE ENVIADA NO MES ]----------------
001420*---------[ (FOLHDPND.<AAAAMM>.TXT, DO FOLHDPND) ]---------------
001430 FD FOLHGER
001440         LABEL RECORD IS STANDARD
001450         VALUE OF FILE-ID IS W-NOME-GER.
001460 01 REG-FOLHGER                PIC X(110).
001470*
001480*---------[ REGISTROS DE DETALHE DAS GERACOES DO PERIODO, ]-----
001490*---------[ POR COMPETENCIA E CHAPA                       ]-----
001500 FD DIFFOLH
001510         LABEL RECORD IS STANDARD
001520         VALUE OF FILE-ID IS "DIFFOLH.WRK".
001530 01 REGDFW.
001540     03 DFW-CHAVE.
001550        05 DFW-COMPET   PIC 9(06).
001560        05 DFW-CHAPA    PIC 9(06).
001570     03 DFW-DETALHE     PIC X(110).
001580*
001590*---------[ ULTIMA INCLUSAO ATIVA OU REATIVACAO DE CADA ]-------
001600*---------[ CHAPA/SEQ NO LOG ("I" OU "R")               ]-------
001610 FD DIFCAND
001620         LABEL RECORD IS STANDARD
001630         VALUE OF FILE-ID IS "DIFCAND.WRK".
001640 01 REGDCW.
001650     03 DCW-CHAVE.
001660        05 DCW-CHAPA    PIC 9(06).
001670        05 DCW-SEQ      PIC 9(01).
001680     03 DCW-TIPO        PIC X(01).
001690     03 DCW-DATA-EVENTO PIC 9(08).
001700     03 DCW-DATA-BAIXA  PIC 9(08).
001710     03 DCW-OPERADOR    PIC X(08).
001720*
001730 FD DIFPAGO
001740         LABEL RECORD IS STANDARD
001750         VALUE OF FILE-ID IS "DIFPAGO.DAT".
001760     COPY "regdifp.cpy".
001770*
001780*---------[ AJUSTE DA FOLHA: UM REGISTRO POR CHAPA E ]----------
001790*---------[ TRAILER DE TOTAIS (DIFDPND.<AAAAMM>.TXT) ]----------
001800 FD DIFAJUS
001810         LABEL RECORD IS STANDARD
001820         VALUE OF FILE-ID IS W-NOME-AJU.
001830 01 REG-AJUS                   PIC X(60).
001840*
001850 FD RELDIF
001860         LABEL RECORD IS STANDARD
001870         VALUE OF FILE-ID IS W-NOME-REL.
001880 01 LINHA-REL                  PIC X(132).
001890*
001900 FD CTRLBAT
001910         LABEL RECORD IS STANDARD
001920         VALUE OF FILE-ID IS "CTRLBAT.DAT".
001930     COPY "regctrl.cpy".
001940*
001950 FD RELINDEX
001960         LABEL RECORD IS STANDARD
001970         VALUE OF FILE-ID IS "RELINDEX.DAT".
001980     COPY "regrelix.cpy".
001981*
001982 FD PENSDPND
001983         LABEL RECORD IS STANDARD
001984         VALUE OF FILE-ID IS "PENSDPND.DAT".
001985     COPY "regpens.cpy".
001990*-----------------------------------------------------------------
002000 WORKING-STORAGE SECTION.
002010 77 ST-ERRO          PIC X(02) VALUE "00".
002020 77 ST-ERRO2         PIC X(02) VALUE "00".
002030 77 ST-ERRO3         PIC X(02) VALUE "00".
002040 77 ST-ERRO4         PIC X(02) VALUE "00".
002050 77 ST-ERRO5         PIC X(02) VALUE "00".
002060 77 ST-ERRO6         PIC X(02) VALUE "00".
002070 77 ST-ERRO7         PIC X(02) VALUE "00".
002080 77 ST-ERRO8         PIC X(02) VALUE "00".
002090 77 ST-ERRO9         PIC X(02) VALUE "00".
002100 77 ST-ERRO10        PIC X(02) VALUE "00".
002110 77 ST-ERRO11        PIC X(02) VALUE "00".
002120 77 ST-ERRO12        PIC X(02) VALUE "00".
002130 77 ST-ERRO13        PIC X(02) VALUE "00".
002140 77 ST-ERRO14        PIC X(02) VALUE "00".
002145 77 ST-ERRO15        PIC X(02) VALUE "00".
002150 77 W-FIM-ARQ        PIC X(01) VALUE "N".
002160     88 FIM-ARQUIVO              VALUE "S".
002170 77 W-FIM-LOG        PIC X(01) VALUE "N".
002180     88 FIM-LOG                  VALUE "S".
002190 77 W-FIM-IDX        PIC X(01) VALUE "N".
002200     88 FIM-INDICE               VALUE "S".
002210 77 W-FIM-GER        PIC X(01) VALUE "N".
002220     88 FIM-GERACAO              VALUE "S".
002230 77 W-FIM-LEG        PIC X(01) VALUE "N".
002240     88 FIM-LEGIS                VALUE "S".
002250 77 W-FIM-PAGO       PIC X(01) VALUE "N".
002260     88 FIM-PAGO                 VALUE "S".
002270 77 W-ARQ-GER        PIC X(20) VALUE SPACES.
002280 77 W-CHAPA-ANT      PIC 9(06) VALUE ZEROS.
002290 77 W-PRIMEIRA       PIC X(01) VALUE "S".
002300 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
002310 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
002320 77 W-LEGIS-OK       PIC X(01) VALUE "N".
002330*
002340*---------[ PERIODO PEDIDO E COMPETENCIA DE PAGAMENTO ]----------
002350 01 W-DATA-SIS.
002360     03 W-SIS-AAAA   PIC 9(04).
002370     03 W-SIS-MM     PIC 9(02).
002380     03 W-SIS-DD     PIC 9(02).
002390 01 W-DATA-SIS-NUM REDEFINES W-DATA-SIS PIC 9(08).
002400 01 W-COMPET-GRP.
002410     03 W-CPT-AAAA   PIC 9(04).
002420     03 W-CPT-MM     PIC 9(02).
002430 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
002440 01 W-INI-GRP.
002450     03 W-INI-AAAA   PIC 9(04).
002460     03 W-INI-MM     PIC 9(02).
002470 01 W-COMPET-INI REDEFINES W-INI-GRP PIC 9(06).
002480 01 W-FIM-GRP.
002490     03 W-FIM-AAAA   PIC 9(04).
002500     03 W-FIM-MM     PIC 9(02).
002510 01 W-COMPET-FIM REDEFINES W-FIM-GRP PIC 9(06).
002520*
002530*---------[ UMA ENTRADA POR COMPETENCIA DO PERIODO: CORTES ]-----
002540*---------[ E VALORES LEGAIS VIGENTES (CADLEGIS) E SITUACAO ]----
002550*---------[ DA GERACAO ENVIADA ("S" = OK, "N" = AUSENTE,   ]----
002560*---------[ "T" = TRAILER NAO BATE)                        ]----
002570 77 W-MES-MAX        PIC 9(02) VALUE 60.
002580 77 W-QTD-MESES      PIC 9(03) VALUE ZEROS.
002590 77 W-MI             PIC 9(03) VALUE ZEROS.
002600 77 W-MJ             PIC 9(03) VALUE ZEROS.
002610 77 W-MES-INI        PIC 9(03) VALUE ZEROS.
002620 77 W-MES-FIM        PIC 9(03) VALUE ZEROS.
002630 01 W-TAB-MESES.
002640     03 W-MES-ITEM OCCURS 60 TIMES.
002650        05 MES-COMPET       PIC 9(06).
002660        05 MES-IDADE-SF     PIC 9(02).
002670        05 MES-IDADE-IR     PIC 9(02).
002680        05 MES-IDADE-IR-EST PIC 9(02).
002690        05 MES-VALOR-SF     PIC 9(05)V99.
002700        05 MES-VALOR-IR     PIC 9(05)V99.
002710        05 MES-GERACAO      PIC X(01).
002720 01 W-MES-GRP.
002730     03 W-MES-AAAA   PIC 9(04).
002740     03 W-MES-MM     PIC 9(02).
002750 01 W-MES-COMPET REDEFINES W-MES-GRP PIC 9(06).
002760 01 W-NOME-GER.
002770     03 FILLER       PIC X(09) VALUE "FOLHDPND.".
002780     03 W-NG-COMPET  PIC 9(06).
002790     03 FILLER       PIC X(04) VALUE ".TXT".
002791*
002792*---------[ PENSAO ALIMENTICIA (PENSDPND.DAT): ALIMENTANDO  ]----
002793*---------[ COM PENSAO VIGENTE NO MES NAO TEM DEDUCAO DE IR ]----
002794 77 W-PENS-DISP      PIC X(01) VALUE "N".
002795     88 PENSAO-DISPONIVEL        VALUE "S".
002796 77 W-FIM-PENS       PIC X(01) VALUE "N".
002797     88 FIM-PENSAO               VALUE "S".
002798 77 W-ALIMENTANDO    PIC X(01) VALUE "N".
002799     88 ALIMENTANDO              VALUE "S".
002800 01 W-PENS-DMA.
002801     03 W-PDMA-DD    PIC 9(02).
002802     03 W-PDMA-MM    PIC 9(02).
002803     03 W-PDMA-AAAA  PIC 9(04).
002804 01 W-PENS-CPT-GRP.
002805     03 W-PCPT-AAAA  PIC 9(04).
002806     03 W-PCPT-MM    PIC 9(02).
002807 01 W-PENS-CPT REDEFINES W-PENS-CPT-GRP PIC 9(06).
002808 77 W-QTD-DET-GER    PIC 9(06) VALUE ZEROS.
002810 77 W-TRAILER-LIDO   PIC X(01) VALUE "N".
002820*
002830*---------[ IMAGENS DO LOG ABERTAS NO LAYOUT DO REGDPND ]--------
002840 01 W-IMAGEM-LOG.
002850     03 FILLER       PIC X(61).
002860     03 IMG-STATS    PIC X(01).
002870     03 IMG-STATSDATA PIC X(08).
002880 01 W-IMAGEM-ANT.
002890     03 FILLER       PIC X(61).
002900     03 IMA-STATS    PIC X(01).
002910     03 IMA-STATSDATA PIC X(08).
002920     03 IMA-STATSDATA-NUM REDEFINES IMA-STATSDATA PIC 9(08).
002930*
002940*---------[ JANELA E DIREITO DO DEPENDENTE NO MES ]--------------
002950 01 W-DATANASC-WS.
002960     03 W-NASC-DD    PIC 9(02).
002970     03 W-NASC-MM    PIC 9(02).
002980     03 W-NASC-AAAA  PIC 9(04).
002990 01 W-DATA-AMD.
003000     03 W-AMD-AAAA   PIC 9(04).
003010     03 W-AMD-MM     PIC 9(02).
003020     03 W-AMD-DD     PIC 9(02).
003030 01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD PIC 9(08).
003040 01 W-JAN-INI-GRP.
003050     03 W-JINI-AAAA  PIC 9(04).
003060     03 W-JINI-MM    PIC 9(02).
003070 01 W-JAN-INI REDEFINES W-JAN-INI-GRP PIC 9(06).
003080 01 W-JAN-FIM-GRP.
003090     03 W-JFIM-AAAA  PIC 9(04).
003100     03 W-JFIM-MM    PIC 9(02).
003110 01 W-JAN-FIM REDEFINES W-JAN-FIM-GRP PIC 9(06).
003112 01 W-NASC-CPT-GRP.
003114     03 W-NCPT-AAAA  PIC 9(04).
003116     03 W-NCPT-MM    PIC 9(02).
003118 01 W-NASC-CPT REDEFINES W-NASC-CPT-GRP PIC 9(06).
003120 77 W-IDADE          PIC S9(03) VALUE ZEROS.
003130 77 W-CONTA-INSS     PIC X(01) VALUE "N".
003140 77 W-CONTA-IR       PIC X(01) VALUE "N".
003150 77 W-ENVIADO        PIC X(01) VALUE "N".
003160 77 W-CI             PIC 9(02) VALUE ZEROS.
003170 77 W-BENEFICIO      PIC X(01) VALUE SPACES.
003180 77 W-VALOR          PIC 9(05)V99 VALUE ZEROS.
003190 77 W-SITUACAO       PIC X(20) VALUE SPACES.
003200 77 W-JA-LANCADO     PIC X(01) VALUE "N".
003210 01 W-DET-GER.
003220     03 DTG-TIPO     PIC X(01).
003230     03 DTG-CHAPA    PIC 9(06).
003240     03 DTG-QTD-INSS PIC 9(02).
003250     03 DTG-QTD-IR   PIC 9(02).
003260     03 DTG-CPF      PIC 9(11) OCCURS 9 TIMES.
003270 01 W-TRL-GER REDEFINES W-DET-GER.
003280     03 TRG-TIPO     PIC X(01).
003290     03 TRG-CHAPAS   PIC 9(06).
003300     03 TRG-INSS     PIC 9(06).
003310     03 TRG-IR       PIC 9(06).
003320     03 FILLER       PIC X(80).
003330*
003340*---------[ ACUMULADORES DA CHAPA E DO ARQUIVO ]-----------------
003350 77 W-CH-MESES-SF    PIC 9(03) VALUE ZEROS.
003360 77 W-CH-VALOR-SF    PIC 9(07)V99 VALUE ZEROS.
003370 77 W-CH-MESES-IR    PIC 9(03) VALUE ZEROS.
003380 77 W-CH-VALOR-IR    PIC 9(07)V99 VALUE ZEROS.
003390 77 W-CH-COMPET-INI  PIC 9(06) VALUE ZEROS.
003400 77 W-CH-COMPET-FIM  PIC 9(06) VALUE ZEROS.
003410 77 W-TOT-CANDIDATOS PIC 9(06) VALUE ZEROS.
003420 77 W-TOT-DESCONSID  PIC 9(06) VALUE ZEROS.
003430 77 W-TOT-CHAPAS     PIC 9(06) VALUE ZEROS.
003440 77 W-TOT-MESES-SF   PIC 9(06) VALUE ZEROS.
003450 77 W-TOT-VALOR-SF   PIC 9(09)V99 VALUE ZEROS.
003460 77 W-TOT-MESES-IR   PIC 9(06) VALUE ZEROS.
003470 77 W-TOT-VALOR-IR   PIC 9(09)V99 VALUE ZEROS.
003480 77 W-TOT-JA-PAGOS   PIC 9(06) VALUE ZEROS.
003485 77 W-TOT-PENSAO     PIC 9(06) VALUE ZEROS.
003487 77 W-TOT-SEM-NASC   PIC 9(06) VALUE ZEROS.
003488 77 W-TOT-SEM-BAIXA  PIC 9(06) VALUE ZEROS.
003490 77 W-TOT-DESFEITOS  PIC 9(06) VALUE ZEROS.
003500 77 W-TOT-SEM-GER    PIC 9(03) VALUE ZEROS.
003510*
003520 01 W-NOME-REL.
003530     03 FILLER       PIC X(07) VALUE "RELDIF.".
003540     03 W-NR-COMPET  PIC 9(06).
003550     03 FILLER       PIC X(07) VALUE SPACES.
003560 01 W-NOME-AJU.
003570     03 FILLER       PIC X(08) VALUE "DIFDPND.".
003580     03 W-NA-COMPET  PIC 9(06).
003590     03 FILLER       PIC X(04) VALUE ".TXT".
003600*
003610 01 DET-AJUS.
003620     03 AJU-TIPO         PIC X(01).
003630     03 AJU-CHAPA        PIC 9(06).
003640     03 AJU-MESES-SF     PIC 9(03).
003650     03 AJU-VALOR-SF     PIC 9(07)V99.
003660     03 AJU-MESES-IR     PIC 9(03).
003670     03 AJU-VALOR-IR     PIC 9(07)V99.
003680     03 AJU-COMPET-INI   PIC 9(06).
003690     03 AJU-COMPET-FIM   PIC 9(06).
003700     03 AJU-COMPET-PAGTO PIC 9(06).
003710     03 FILLER           PIC X(11) VALUE SPACES.
003720*
003730 01 TRL-AJUS.
003740     03 TAJ-TIPO         PIC X(01).
003750     03 TAJ-CHAPAS       PIC 9(06).
003760     03 TAJ-MESES-SF     PIC 9(06).
003770     03 TAJ-VALOR-SF     PIC 9(09)V99.
003780     03 TAJ-MESES-IR     PIC 9(06).
003790     03 TAJ-VALOR-IR     PIC 9(09)V99.
003800     03 FILLER           PIC X(19) VALUE SPACES.
003810*
003820*---------[ LINHAS DO RELATORIO ]--------------------------------
003830 01 LIN-CABEC1.
003840     03 FILLER       PIC X(50) VALUE
003850        "DIFERENCAS RETROATIVAS DE SALARIO-FAMILIA E IR".
003860     03 FILLER       PIC X(09) VALUE "PERIODO: ".
003870     03 LC1-INI      PIC 9(06).
003880     03 FILLER       PIC X(03) VALUE " A ".
003890     03 LC1-FIM      PIC 9(06).
003900     03 FILLER       PIC X(14) VALUE "   PAGAMENTO: ".
003910     03 LC1-PAGTO    PIC 9(06).
003920     03 FILLER       PIC X(38) VALUE SPACES.
003930*
003940 01 LIN-CABEC2.
003950     03 FILLER       PIC X(08) VALUE "CHAPA".
003960     03 FILLER       PIC X(04) VALUE "SEQ".
003970     03 FILLER       PIC X(32) VALUE "NOME DO DEPENDENTE".
003980     03 FILLER       PIC X(12) VALUE "EVENTO".
003990     03 FILLER       PIC X(08) VALUE "COMPET".
004000     03 FILLER       PIC X(08) VALUE "BENEF.".
004010     03 FILLER       PIC X(12) VALUE "VALOR".
004020     03 FILLER       PIC X(20) VALUE "SITUACAO".
004030     03 FILLER       PIC X(28) VALUE SPACES.
004040*
004050 01 LIN-DETALHE.
004060     03 LD-CHAPA     PIC 9(06).
004070     03 FILLER       PIC X(02) VALUE SPACES.
004080     03 LD-SEQ       PIC 9(01).
004090     03 FILLER       PIC X(03) VALUE SPACES.
004100     03 LD-NOME      PIC X(30).
004110     03 FILLER       PIC X(02) VALUE SPACES.
004120     03 LD-EVENTO    PIC X(10).
004130     03 FILLER       PIC X(02) VALUE SPACES.
004140     03 LD-COMPET    PIC 9(06).
004150     03 FILLER       PIC X(02) VALUE SPACES.
004160     03 LD-BENEF     PIC X(06).
004170     03 FILLER       PIC X(02) VALUE SPACES.
004180     03 LD-VALOR     PIC ZZ.ZZ9,99.
004190     03 FILLER       PIC X(03) VALUE SPACES.
004200     03 LD-SITUACAO  PIC X(20).
004210     03 FILLER       PIC X(26) VALUE SPACES.
004220*
004221*---------[ NAO CALCULADO: INCLUSAO SEM NASCIMENTO NO    ]------
004222*---------[ PERIODO OU REATIVACAO SEM A DATA DA BAIXA     ]------
004223 01 LIN-NAO-CALC.
004224     03 LNC-CHAPA    PIC 9(06).
004225     03 FILLER       PIC X(02) VALUE SPACES.
004226     03 LNC-SEQ      PIC 9(01).
004227     03 FILLER       PIC X(03) VALUE SPACES.
004228     03 LNC-NOME     PIC X(30).
004229     03 FILLER       PIC X(02) VALUE SPACES.
004230     03 LNC-EVENTO   PIC X(10).
004231     03 FILLER       PIC X(02) VALUE SPACES.
004232     03 LNC-MOTIVO   PIC X(50).
004234     03 FILLER       PIC X(26) VALUE SPACES.
004235*
004236 01 LIN-TOT-CHAPA.
004240     03 FILLER       PIC X(12) VALUE "TOTAL CHAPA ".
004250     03 LTC-CHAPA    PIC 9(06).
004260     03 FILLER       PIC X(11) VALUE "   SF MESES".
004270     03 LTC-MESES-SF PIC ZZ9.
004280     03 FILLER       PIC X(07) VALUE " VALOR ".
004290     03 LTC-VALOR-SF PIC Z.ZZZ.ZZ9,99.
004300     03 FILLER       PIC X(11) VALUE "   IR MESES".
004310     03 LTC-MESES-IR PIC ZZ9.
004320     03 FILLER       PIC X(07) VALUE " VALOR ".
004330     03 LTC-VALOR-IR PIC Z.ZZZ.ZZ9,99.
004340     03 FILLER       PIC X(48) VALUE SPACES.
004350*
004360 01 LIN-GERACAO.
004370     03 FILLER       PIC X(08) VALUE "GERACAO ".
004380     03 LGE-ARQUIVO  PIC X(20).
004390     03 LGE-SITUACAO PIC X(40).
004400     03 FILLER       PIC X(64) VALUE SPACES.
004410*
004420 01 LIN-TOTAL.
004430     03 LTO-TEXTO    PIC X(45).
004440     03 LTO-QTD      PIC ZZZ.ZZ9.
004450     03 FILLER       PIC X(04) VALUE SPACES.
004460     03 LTO-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
004470     03 FILLER       PIC X(62) VALUE SPACES.
004480*
004490 01 LIN-APROVACAO.
004500     03 FILLER       PIC X(50) VALUE
004510        "APROVACAO DO RH: ______________________________".
004520     03 FILLER       PIC X(30) VALUE
004530        "   DATA: ____/____/________".
004540     03 FILLER       PIC X(52) VALUE SPACES.
004550*
004560 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
004570*-----------------------------------------------------------------
004580 PROCEDURE DIVISION.
004590 0000-MAINLINE.
004600     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
004610     PERFORM 2000-PROCESSA    THRU 2000-EXIT
004620             UNTIL FIM-ARQUIVO.
004630     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
004640     STOP RUN.
004650*
004660*---------[ PERIODO, CONTROLE, TABELAS E 1A LEITURA ]------------
004670 1000-INICIALIZA.
004680     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
004690     MOVE W-SIS-AAAA TO W-CPT-AAAA
004700     MOVE W-SIS-MM   TO W-CPT-MM
004710     DISPLAY "COMPETENCIA INICIAL AAAAMM: " WITH NO ADVANCING
004720     ACCEPT W-COMPET-INI
004730     DISPLAY "COMPETENCIA FINAL AAAAMM..: " WITH NO ADVANCING
004740     ACCEPT W-COMPET-FIM
004750     IF W-INI-MM < 1 OR W-INI-MM > 12
004760        OR W-FIM-MM < 1 OR W-FIM-MM > 12
004770        DISPLAY "COMPETENCIA INVALIDA"
004780        STOP RUN
004790     END-IF
004800     IF W-COMPET-INI > W-COMPET-FIM
004810        DISPLAY "COMPETENCIA INICIAL POSTERIOR A FINAL"
004820        STOP RUN
004830     END-IF
004840     IF W-COMPET-FIM NOT < W-COMPET
004850        DISPLAY "O PERIODO DEVE SER ANTERIOR A COMPETENCIA "
004860            W-COMPET
004870        STOP RUN
004880     END-IF
004890     COMPUTE W-QTD-MESES = (W-FIM-AAAA - W-INI-AAAA) * 12
004900                         + W-FIM-MM - W-INI-MM + 1
004910     IF W-QTD-MESES > W-MES-MAX
004920        DISPLAY "PERIODO MAIOR QUE " W-MES-MAX " COMPETENCIAS"
004930        STOP RUN
004940     END-IF
004950     OPEN I-O CTRLBAT
004960     IF ST-ERRO13 = "30" OR ST-ERRO13 = "35"
004970        OPEN OUTPUT CTRLBAT
004980        CLOSE CTRLBAT
004990        OPEN I-O CTRLBAT
005000     END-IF
005010     IF ST-ERRO13 NOT = "00"
005020        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLBAT: " ST-ERRO13
005030        STOP RUN
005040     END-IF
005050     PERFORM 1100-CONTROLE-INICIO THRU 1100-EXIT
005060     PERFORM 1150-ABRE-PAGOS      THRU 1150-EXIT
005070     PERFORM 1200-MONTA-MESES     THRU 1200-EXIT
005080     PERFORM 1300-CARREGA-LEGIS   THRU 1300-EXIT
005090     PERFORM 1400-CARREGA-GERACOES THRU 1400-EXIT
005100     PERFORM 1500-MONTA-CANDIDATOS THRU 1500-EXIT
005110     OPEN INPUT CADDPND
005120     IF ST-ERRO NOT = "00"
005130        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDPND: " ST-ERRO
005140        STOP RUN
005150     END-IF
005160     OPEN INPUT CADFUNC
005170     IF ST-ERRO2 NOT = "00"
005180        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-ERRO2
005190        STOP RUN
005200     END-IF
005201     OPEN INPUT PENSDPND
005202     IF ST-ERRO15 = "00"
005203        MOVE "S" TO W-PENS-DISP
005204     ELSE
005205        IF ST-ERRO15 NOT = "35"
005206           DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSDPND: "
005207               ST-ERRO15
005208           STOP RUN
005209        END-IF
005210        DISPLAY "PENSDPND AUSENTE: NENHUMA PENSAO ALIMENTICIA"
005211     END-IF
005212     MOVE W-COMPET TO W-NA-COMPET
005220     OPEN OUTPUT DIFAJUS
005230     IF ST-ERRO11 NOT = "00"
005240        DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOME-AJU ": "
005250            ST-ERRO11
005260        STOP RUN
005270     END-IF
005280     MOVE W-COMPET TO W-NR-COMPET
005290     OPEN OUTPUT RELDIF
005300     IF ST-ERRO12 NOT = "00"
005310        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDIF: " ST-ERRO12
005320        STOP RUN
005330     END-IF
005340     MOVE W-COMPET-INI TO LC1-INI
005350     MOVE W-COMPET-FIM TO LC1-FIM
005360     MOVE W-COMPET     TO LC1-PAGTO
005370     WRITE LINHA-REL FROM LIN-CABEC1
005380     WRITE LINHA-REL FROM LIN-BRANCO
005390     ADD 2 TO W-QTD-LINHAS
005400     PERFORM 1700-RELATA-GERACOES THRU 1700-EXIT
005410     WRITE LINHA-REL FROM LIN-CABEC2
005420     ADD 1 TO W-QTD-LINHAS
005430     MOVE ZEROS TO DCW-CHAVE
005440     START DIFCAND KEY IS NOT LESS THAN DCW-CHAVE
005450     IF ST-ERRO9 NOT = "00"
005460        MOVE "S" TO W-FIM-ARQ
005470     ELSE
005480        PERFORM 4000-LER-CANDIDATO THRU 4000-EXIT
005490     END-IF.
005500 1000-EXIT.
005510     EXIT.
005520*
005530*---------[ REGISTRO DE CONTROLE DA COMPETENCIA DE PAGAMENTO: ]--
005540*---------[ PROTECAO DE DUPLICIDADE E CARIMBO DE INICIO       ]--
005550 1100-CONTROLE-INICIO.
005560     MOVE "DIFDPND " TO CTRL-PROGRAMA
005570     MOVE W-COMPET   TO CTRL-COMPET
005580     READ CTRLBAT
005590     IF ST-ERRO13 = "23"
005600        MOVE SPACES     TO REGCTRL
005610        MOVE "DIFDPND " TO CTRL-PROGRAMA
005620        MOVE W-COMPET   TO CTRL-COMPET
005630        MOVE ZEROS      TO CTRL-DATA-PROC
005640        MOVE ZEROS      TO CTRL-IDADE-LIMITE CTRL-IDADE-ESTUD
005650     ELSE
005660        IF ST-ERRO13 NOT = "00"
005670           DISPLAY "ERRO NA LEITURA DO ARQUIVO CTRLBAT: "
005680               ST-ERRO13
005690           STOP RUN
005700        END-IF
005710     END-IF
005720     IF CTRL-COMPLETO AND NOT CTRL-REEXEC-PEDIDA
005730        DISPLAY "COMPETENCIA " W-COMPET " JA PROCESSADA EM "
005740            CTRL-FIM-DATA ", EXECUCAO RECUSADA"
005750        DISPLAY "USE O CTRLDPND PARA AUTORIZAR A REEXECUCAO"
005760        CLOSE CTRLBAT
005770        STOP RUN
005780     END-IF
005790     MOVE "E"        TO CTRL-SITUACAO
005800     MOVE "N"        TO CTRL-REEXECUTA
005810     IF CTRL-DATA-PROC = ZEROS
005820        MOVE W-DATA-SIS TO CTRL-DATA-PROC
005830     END-IF
005840     MOVE ZEROS      TO CTRL-FIM-DATA CTRL-FIM-HORA
005850     MOVE ZEROS      TO CTRL-QTD-LIDOS CTRL-QTD-GRAVADOS
005860     MOVE ZEROS      TO CTRL-CHK-CHAPA CTRL-CHK-SEQ
005870     MOVE W-DATA-SIS TO CTRL-INI-DATA
005880     ACCEPT W-CARIMBO-HORA FROM TIME
005890     MOVE W-CARIMBO-HORA TO CTRL-INI-HORA
005900     IF ST-ERRO13 = "23"
005910        WRITE REGCTRL
005920     ELSE
005930        REWRITE REGCTRL
005940     END-IF
005950     IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
005960        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTRLBAT: " ST-ERRO13
005970        STOP RUN
005980     END-IF.
005990 1100-EXIT.
006000     EXIT.
006010*
006020*---------[ CONTROLE DO QUE JA FOI PAGO (DIFPAGO.DAT): OS ]------
006030*---------[ LANCAMENTOS DE EXECUCAO ANTERIOR DA MESMA     ]------
006040*---------[ COMPETENCIA DE PAGAMENTO (INTERROMPIDA OU COM ]------
006050*---------[ REEXECUCAO PEDIDA) SAO DESFEITOS             ]------
006060 1150-ABRE-PAGOS.
006070     OPEN I-O DIFPAGO
006080     IF ST-ERRO10 = "30" OR ST-ERRO10 = "35"
006090        OPEN OUTPUT DIFPAGO
006100        CLOSE DIFPAGO
006110        OPEN I-O DIFPAGO
006120     END-IF
006130     IF ST-ERRO10 NOT = "00"
006140        DISPLAY "ERRO NA ABERTURA DO ARQUIVO DIFPAGO: " ST-ERRO10
006150        STOP RUN
006160     END-IF
006170     MOVE LOW-VALUES TO DPG-CHAVE
006180     START DIFPAGO KEY IS NOT LESS THAN DPG-CHAVE
006190     IF ST-ERRO10 NOT = "00"
006200        GO TO 1150-EXIT
006210     END-IF
006220     MOVE "N" TO W-FIM-PAGO
006230     PERFORM 1160-DESFAZ-PAGO THRU 1160-EXIT
006240             UNTIL FIM-PAGO
006250     IF W-TOT-DESFEITOS NOT = ZEROS
006260        DISPLAY "LANCAMENTOS DESFEITOS DA EXECUCAO ANTERIOR: "
006270            W-TOT-DESFEITOS
006280     END-IF.
006290 1150-EXIT.
006300     EXIT.
006310*
006320 1160-DESFAZ-PAGO.
006330     READ DIFPAGO NEXT RECORD
006340         AT END
006350            MOVE "S" TO W-FIM-PAGO
006360            GO TO 1160-EXIT
006370     END-READ
006380     IF DPG-COMPET-PAGTO NOT = W-COMPET
006390        GO TO 1160-EXIT
006400     END-IF
006410     DELETE DIFPAGO RECORD
006420     IF ST-ERRO10 NOT = "00"
006430        DISPLAY "ERRO NA EXCLUSAO NO ARQUIVO DIFPAGO: " ST-ERRO10
006440        STOP RUN
006450     END-IF
006460     ADD 1 TO W-TOT-DESFEITOS.
006470 1160-EXIT.
006480     EXIT.
006490*
006500*---------[ TABELA DAS COMPETENCIAS DO PERIODO, COM OS ]---------
006510*---------[ PADROES LEGAIS ATE A LEITURA DO CADLEGIS   ]---------
006520 1200-MONTA-MESES.
006530     MOVE W-INI-AAAA TO W-MES-AAAA
006540     MOVE W-INI-MM   TO W-MES-MM
006550     MOVE 1 TO W-MI
006560     PERFORM 1210-MONTA-MES THRU 1210-EXIT
006570             UNTIL W-MI > W-QTD-MESES.
006580 1200-EXIT.
006590     EXIT.
006600*
006610 1210-MONTA-MES.
006620     MOVE W-MES-COMPET TO MES-COMPET       (W-MI)
006630     MOVE 14           TO MES-IDADE-SF     (W-MI)
006640     MOVE 21           TO MES-IDADE-IR     (W-MI)
006650     MOVE 24           TO MES-IDADE-IR-EST (W-MI)
006660     MOVE ZEROS        TO MES-VALOR-SF     (W-MI)
006670     MOVE ZEROS        TO MES-VALOR-IR     (W-MI)
006680     MOVE "N"          TO MES-GERACAO      (W-MI)
006690     ADD 1 TO W-MES-MM
006700     IF W-MES-MM > 12
006710        MOVE 1 TO W-MES-MM
006720        ADD 1 TO W-MES-AAAA
006730     END-IF
006740     ADD 1 TO W-MI.
006750 1210-EXIT.
006760     EXIT.
006770*
006780*---------[ CORTES E VALORES LEGAIS DE CADA COMPETENCIA: ]-------
006790*---------[ VALE O REGISTRO DE MAIOR VIGENCIA QUE NAO A  ]-------
006800*---------[ ULTRAPASSE (LIDOS EM ORDEM, O ULTIMO VENCE)  ]-------
006810 1300-CARREGA-LEGIS.
006820     OPEN INPUT CADLEGIS
006830     IF ST-ERRO6 NOT = "00"
006840        DISPLAY "CADLEGIS INDISPONIVEL (" ST-ERRO6 "), DIFERENCAS"
006850            " SEM VALOR, EXECUTE O CLEGIS"
006860        GO TO 1300-EXIT
006870     END-IF
006880     MOVE ZEROS TO LEG-COMPET
006890     START CADLEGIS KEY IS NOT LESS THAN LEG-COMPET
006900     IF ST-ERRO6 NOT = "00"
006910        MOVE "S" TO W-FIM-LEG
006920     END-IF
006930     PERFORM 1310-LE-LEGIS THRU 1310-EXIT
006940             UNTIL FIM-LEGIS
006950     CLOSE CADLEGIS
006960     IF W-LEGIS-OK NOT = "S"
006970        DISPLAY "CADLEGIS SEM VIGENCIA NO PERIODO, DIFERENCAS "
006980            "SEM VALOR"
006990     END-IF.
007000 1300-EXIT.
007010     EXIT.
007020*
007030 1310-LE-LEGIS.
007040     READ CADLEGIS NEXT RECORD
007050         AT END
007060            MOVE "S" TO W-FIM-LEG
007070            GO TO 1310-EXIT
007080     END-READ
007090     IF LEG-COMPET > W-COMPET-FIM
007100        MOVE "S" TO W-FIM-LEG
007110        GO TO 1310-EXIT
007120     END-IF
007130     MOVE "S" TO W-LEGIS-OK
007140     MOVE 1 TO W-MI
007150     PERFORM 1320-APLICA-LEGIS THRU 1320-EXIT
007160             UNTIL W-MI > W-QTD-MESES.
007170 1310-EXIT.
007180     EXIT.
007190*
007200 1320-APLICA-LEGIS.
007210     IF MES-COMPET (W-MI) NOT < LEG-COMPET
007220        MOVE LEG-IDADE-SF       TO MES-IDADE-SF     (W-MI)
007230        MOVE LEG-IDADE-IR       TO MES-IDADE-IR     (W-MI)
007240        MOVE LEG-IDADE-IR-ESTUD TO MES-IDADE-IR-EST (W-MI)
007250        MOVE LEG-VALOR-SF       TO MES-VALOR-SF     (W-MI)
007260        MOVE LEG-VALOR-IR       TO MES-VALOR-IR     (W-MI)
007270     END-IF
007280     ADD 1 TO W-MI.
007290 1320-EXIT.
007300     EXIT.
007310*
007320*---------[ DETALHES DAS GERACOES ENVIADAS NO PERIODO NO ]-------
007330*---------[ ARQUIVO DE TRABALHO DIFFOLH.WRK               ]-------
007340 1400-CARREGA-GERACOES.
007350     OPEN OUTPUT DIFFOLH
007360     IF ST-ERRO8 NOT = "00"
007370        DISPLAY "ERRO NA CRIACAO DO ARQUIVO DIFFOLH: " ST-ERRO8
007380        STOP RUN
007390     END-IF
007400     CLOSE DIFFOLH
007410     OPEN I-O DIFFOLH
007420     IF ST-ERRO8 NOT = "00"
007430        DISPLAY "ERRO NA ABERTURA DO ARQUIVO DIFFOLH: " ST-ERRO8
007440        STOP RUN
007450     END-IF
007460     MOVE 1 TO W-MI
007470     PERFORM 1410-CARREGA-GERACAO THRU 1410-EXIT
007480             UNTIL W-MI > W-QTD-MESES.
007490 1400-EXIT.
007500     EXIT.
007510*
007520*---------[ UMA GERACAO: SO VALE SE O TRAILER BATER COM OS ]-----
007530*---------[ DETALHES LIDOS                                  ]-----
007540 1410-CARREGA-GERACAO.
007550     MOVE MES-COMPET (W-MI) TO W-NG-COMPET
007560     OPEN INPUT FOLHGER
007570     IF ST-ERRO7 NOT = "00"
007580        MOVE "N" TO MES-GERACAO (W-MI)
007590        ADD 1 TO W-TOT-SEM-GER
007600        ADD 1 TO W-MI
007610        GO TO 1410-EXIT
007620     END-IF
007630     MOVE ZEROS TO W-QTD-DET-GER
007640     MOVE "N"   TO W-TRAILER-LIDO
007650     MOVE "N"   TO W-FIM-GER
007660     PERFORM 1420-LE-GERACAO THRU 1420-EXIT
007670             UNTIL FIM-GERACAO
007680     CLOSE FOLHGER
007690     MOVE "S" TO MES-GERACAO (W-MI)
007700     IF W-TRAILER-LIDO NOT = "S"
007710        OR TRG-CHAPAS NOT = W-QTD-DET-GER
007720        MOVE "T" TO MES-GERACAO (W-MI)
007730        ADD 1 TO W-TOT-SEM-GER
007740     END-IF
007750     ADD 1 TO W-MI.
007760 1410-EXIT.
007770     EXIT.
007780*
007790 1420-LE-GERACAO.
007800     READ FOLHGER INTO W-DET-GER
007810         AT END
007820            MOVE "S" TO W-FIM-GER
007830            GO TO 1420-EXIT
007840     END-READ
007850     IF TRG-TIPO = "T"
007860        MOVE "S" TO W-TRAILER-LIDO
007870        MOVE "S" TO W-FIM-GER
007880        GO TO 1420-EXIT
007890     END-IF
007900     ADD 1 TO W-QTD-DET-GER
007910     MOVE MES-COMPET (W-MI) TO DFW-COMPET
007920     MOVE DTG-CHAPA         TO DFW-CHAPA
007930     MOVE W-DET-GER         TO DFW-DETALHE
007940     WRITE REGDFW
007950     IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "22"
007960        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DIFFOLH: " ST-ERRO8
007970        STOP RUN
007980     END-IF.
007990 1420-EXIT.
008000     EXIT.
008010*
008020*---------[ CANDIDATOS: VARRE AS GERACOES ARQUIVADAS DO LOG ]----
008030*---------[ (DA MAIS ANTIGA PARA A MAIS NOVA) E O LOGDPND   ]----
008040 1500-MONTA-CANDIDATOS.
008050     OPEN OUTPUT DIFCAND
008060     IF ST-ERRO9 NOT = "00"
008070        DISPLAY "ERRO NA CRIACAO DO ARQUIVO DIFCAND: " ST-ERRO9
008080        STOP RUN
008090     END-IF
008100     CLOSE DIFCAND
008110     OPEN I-O DIFCAND
008120     IF ST-ERRO9 NOT = "00"
008130        DISPLAY "ERRO NA ABERTURA DO ARQUIVO DIFCAND: " ST-ERRO9
008140        STOP RUN
008150     END-IF
008160     PERFORM 1510-VARRE-GERACOES THRU 1510-EXIT
008170     OPEN INPUT LOGDPND
008180     IF ST-ERRO3 NOT = "00"
008190        DISPLAY "LOGDPND INDISPONIVEL (" ST-ERRO3 "), SO AS "
008200            "GERACOES ARQUIVADAS FORAM LIDAS"
008210        GO TO 1500-EXIT
008220     END-IF
008230     MOVE "N" TO W-FIM-LOG
008240     PERFORM 1600-CARREGA-EVENTO THRU 1600-EXIT
008250             UNTIL FIM-LOG
008260     CLOSE LOGDPND.
008270 1500-EXIT.
008280     EXIT.
008290*
008300 1510-VARRE-GERACOES.
008310     OPEN INPUT LOGARQIX
008320     IF ST-ERRO4 NOT = "00"
008330        GO TO 1510-EXIT
008340     END-IF
008350     MOVE "N" TO W-FIM-IDX
008360     PERFORM 1520-TRATA-GERACAO THRU 1520-EXIT
008370             UNTIL FIM-INDICE
008380     CLOSE LOGARQIX.
008390 1510-EXIT.
008400     EXIT.
008410*
008420 1520-TRATA-GERACAO.
008430     READ LOGARQIX
008440         AT END
008450            MOVE "S" TO W-FIM-IDX
008460            GO TO 1520-EXIT
008470     END-READ
008480     MOVE AQX-ARQUIVO TO W-ARQ-GER
008490     OPEN INPUT ARQGER
008500     IF ST-ERRO5 NOT = "00"
008510        DISPLAY "GERACAO " W-ARQ-GER " INDISPONIVEL (" ST-ERRO5
008520            "), CANDIDATOS PODEM FICAR INCOMPLETOS"
008530        GO TO 1520-EXIT
008540     END-IF
008550     MOVE "N" TO W-FIM-GER
008560     PERFORM 1530-LE-GERACAO THRU 1530-EXIT
008570             UNTIL FIM-GERACAO
008580     CLOSE ARQGER.
008590 1520-EXIT.
008600     EXIT.
008610*
008620 1530-LE-GERACAO.
008630     READ ARQGER
008640         AT END
008650            MOVE "S" TO W-FIM-GER
008660            GO TO 1530-EXIT
008670     END-READ
008680     MOVE REG-ARQGER TO REGLOG
008690     PERFORM 1650-CLASSIFICA-EVENTO THRU 1650-EXIT.
008700 1530-EXIT.
008710     EXIT.
008720*
008730 1600-CARREGA-EVENTO.
008740     READ LOGDPND
008750         AT END
008760            MOVE "S" TO W-FIM-LOG
008770            GO TO 1600-EXIT
008780     END-READ
008790     PERFORM 1650-CLASSIFICA-EVENTO THRU 1650-EXIT.
008800 1600-EXIT.
008810     EXIT.
008820*
008830*---------[ INCLUSAO JA ATIVA ("I") OU ALTERACAO QUE VOLTA O ]---
008840*---------[ STATS PARA "A" ("R", COM A DATA DA BAIXA        ]---
008850*---------[ ANTERIOR); O EVENTO MAIS RECENTE VENCE          ]---
008860 1650-CLASSIFICA-EVENTO.
008870     MOVE LOG-REG-NOVO     TO W-IMAGEM-LOG
008880     MOVE LOG-REG-ANTERIOR TO W-IMAGEM-ANT
008890     IF IMG-STATS NOT = "A"
008900        GO TO 1650-EXIT
008910     END-IF
008920     IF LOG-ACAO NOT = "I"
008930        IF LOG-ACAO NOT = "A" OR IMA-STATS = "A"
008940           OR IMA-STATS = SPACE
008950           GO TO 1650-EXIT
008960        END-IF
008970     END-IF
008980     MOVE LOG-CHAPA TO DCW-CHAPA
008990     MOVE LOG-SEQ   TO DCW-SEQ
009000     READ DIFCAND
009010     IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "23"
009020        DISPLAY "ERRO NA LEITURA DO ARQUIVO DIFCAND: " ST-ERRO9
009030        STOP RUN
009040     END-IF
009050     MOVE LOG-DATA     TO DCW-DATA-EVENTO
009060     MOVE LOG-OPERADOR TO DCW-OPERADOR
009070     MOVE ZEROS        TO DCW-DATA-BAIXA
009080     IF LOG-ACAO = "I"
009090        MOVE "I" TO DCW-TIPO
009100     ELSE
009110        MOVE "R" TO DCW-TIPO
009120        IF IMA-STATSDATA NUMERIC
009130           MOVE IMA-STATSDATA-NUM TO DCW-DATA-BAIXA
009140        END-IF
009150     END-IF
009160     IF ST-ERRO9 = "23"
009170        WRITE REGDCW
009180     ELSE
009190        REWRITE REGDCW
009200     END-IF
009210     IF ST-ERRO9 NOT = "00"
009220        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DIFCAND: " ST-ERRO9
009230        STOP RUN
009240     END-IF.
009250 1650-EXIT.
009260     EXIT.
009270*
009280*---------[ COMPETENCIAS DO PERIODO SEM GERACAO VALIDA: NAO ]----
009290*---------[ SAO CALCULADAS                                  ]----
009300 1700-RELATA-GERACOES.
009310     IF W-TOT-SEM-GER = ZEROS
009320        GO TO 1700-EXIT
009330     END-IF
009340     MOVE 1 TO W-MI
009350     PERFORM 1710-RELATA-GERACAO THRU 1710-EXIT
009360             UNTIL W-MI > W-QTD-MESES
009370     WRITE LINHA-REL FROM LIN-BRANCO
009380     ADD 1 TO W-QTD-LINHAS.
009390 1700-EXIT.
009400     EXIT.
009410*
009420 1710-RELATA-GERACAO.
009430     IF MES-GERACAO (W-MI) = "S"
009440        ADD 1 TO W-MI
009450        GO TO 1710-EXIT
009460     END-IF
009470     MOVE MES-COMPET (W-MI) TO W-NG-COMPET
009480     MOVE W-NOME-GER TO LGE-ARQUIVO
009490     IF MES-GERACAO (W-MI) = "N"
009500        MOVE "INDISPONIVEL, COMPETENCIA NAO CALCULADA"
009510          TO LGE-SITUACAO
009520     ELSE
009530        MOVE "TRAILER NAO BATE, COMPETENCIA NAO CALCULADA"
009540          TO LGE-SITUACAO
009550     END-IF
009560     WRITE LINHA-REL FROM LIN-GERACAO
009570     ADD 1 TO W-QTD-LINHAS
009580     ADD 1 TO W-MI.
009590 1710-EXIT.
009600     EXIT.
009610*
009620*---------[ LACO PRINCIPAL COM QUEBRA POR CHAPA ]----------------
009630 2000-PROCESSA.
009640     IF W-PRIMEIRA = "S"
009650        MOVE DCW-CHAPA TO W-CHAPA-ANT
009660        MOVE "N"       TO W-PRIMEIRA
009670        PERFORM 5100-LIMPA-CHAPA THRU 5100-EXIT
009680     END-IF
009690     IF DCW-CHAPA NOT = W-CHAPA-ANT
009700        PERFORM 5000-GRAVA-CHAPA THRU 5000-EXIT
009710        MOVE DCW-CHAPA TO W-CHAPA-ANT
009720        PERFORM 5100-LIMPA-CHAPA THRU 5100-EXIT
009730     END-IF
009740     PERFORM 2100-CONFERE-CANDIDATO THRU 2100-EXIT
009750     PERFORM 4000-LER-CANDIDATO     THRU 4000-EXIT.
009760 2000-EXIT.
009770     EXIT.
009780*
009790*---------[ UM CANDIDATO: SO O DEPENDENTE AINDA ATIVO, COM ]-----
009800*---------[ FLAG DE SALARIO-FAMILIA OU DE IR              ]-----
009810 2100-CONFERE-CANDIDATO.
009820     ADD 1 TO W-TOT-CANDIDATOS
009830     MOVE DCW-CHAPA TO CHAPA
009840     MOVE DCW-SEQ   TO SEQ
009850     READ CADDPND KEY IS CAD-CHAVE
009860     IF ST-ERRO = "23"
009870        ADD 1 TO W-TOT-DESCONSID
009880        GO TO 2100-EXIT
009890     END-IF
009900     IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
009910        DISPLAY "ERRO NA LEITURA DO ARQUIVO CADDPND: " ST-ERRO
009920        STOP RUN
009930     END-IF
009940     IF STATS NOT = "A"
009950        OR (DPNDINSS NOT = "S" AND DPNDINSS NOT = "E"
009960            AND DPNDIR NOT = "S" AND DPNDIR NOT = "E")
009970        OR DATANASC NOT NUMERIC OR DATANASC = ZEROS
009980        ADD 1 TO W-TOT-DESCONSID
009990        GO TO 2100-EXIT
010000     END-IF
010001     IF DCW-TIPO = "I"
010002        MOVE DATANASC    TO W-DATANASC-WS
010003        MOVE W-NASC-AAAA TO W-NCPT-AAAA
010004        MOVE W-NASC-MM   TO W-NCPT-MM
010005        IF W-NASC-CPT < W-COMPET-INI
010006           OR W-NASC-CPT > W-COMPET-FIM
010007           PERFORM 6100-RELATA-NAO-CALC THRU 6100-EXIT
010008           GO TO 2100-EXIT
010009        END-IF
010010     END-IF
010011     IF DCW-TIPO = "R" AND DCW-DATA-BAIXA = ZEROS
010012        PERFORM 6100-RELATA-NAO-CALC THRU 6100-EXIT
010013        GO TO 2100-EXIT
010014     END-IF
010015     PERFORM 2200-MONTA-JANELA THRU 2200-EXIT
010020     IF W-JAN-INI > W-JAN-FIM
010030        GO TO 2100-EXIT
010040     END-IF
010050     COMPUTE W-MES-INI = (W-JINI-AAAA - W-INI-AAAA) * 12
010060                       + W-JINI-MM - W-INI-MM + 1
010070     COMPUTE W-MES-FIM = (W-JFIM-AAAA - W-INI-AAAA) * 12
010080                       + W-JFIM-MM - W-INI-MM + 1
010090     MOVE W-MES-INI TO W-MJ
010100     PERFORM 3000-CONFERE-MES THRU 3000-EXIT
010110             UNTIL W-MJ > W-MES-FIM.
010120 2100-EXIT.
010130     EXIT.
010140*
010150*---------[ JANELA DO DIREITO NAO ENVIADO: DO NASCIMENTO (OU ]---
010160*---------[ DA BAIXA ANTERIOR, NA REATIVACAO) E NAO ANTES DA ]---
010170*---------[ ADMISSAO, ATE O MES DO EVENTO, DENTRO DO PERIODO ]---
010175*---------[ (NA INCLUSAO O NASCIMENTO JA ESTA NO PERIODO)    ]---
010180 2200-MONTA-JANELA.
010190     MOVE DATANASC    TO W-DATANASC-WS
010200     MOVE W-NASC-AAAA TO W-JINI-AAAA
010210     MOVE W-NASC-MM   TO W-JINI-MM
010220     IF DCW-TIPO = "R"
010230        MOVE DCW-DATA-BAIXA TO W-DATA-AMD-NUM
010240        MOVE W-AMD-AAAA     TO W-JINI-AAAA
010250        MOVE W-AMD-MM       TO W-JINI-MM
010260     END-IF
010270     MOVE DCW-CHAPA TO FUNC-CHAPA
010280     READ CADFUNC KEY IS FUNC-CHAPA
010290     IF ST-ERRO2 = "00"
010300        AND FUNC-DATA-ADMISSAO NUMERIC
010310        AND FUNC-DATA-ADMISSAO NOT = ZEROS
010320        MOVE FUNC-DATA-ADMISSAO TO W-DATA-AMD-NUM
010330        IF W-AMD-AAAA > W-JINI-AAAA
010340           OR (W-AMD-AAAA = W-JINI-AAAA
010350               AND W-AMD-MM > W-JINI-MM)
010360           MOVE W-AMD-AAAA TO W-JINI-AAAA
010370           MOVE W-AMD-MM   TO W-JINI-MM
010380        END-IF
010390     END-IF
010400     IF W-JAN-INI < W-COMPET-INI
010410        MOVE W-COMPET-INI TO W-JAN-INI
010420     END-IF
010430     MOVE DCW-DATA-EVENTO TO W-DATA-AMD-NUM
010440     MOVE W-AMD-AAAA      TO W-JFIM-AAAA
010450     MOVE W-AMD-MM        TO W-JFIM-MM
010460     IF W-JAN-FIM > W-COMPET-FIM
010470        MOVE W-COMPET-FIM TO W-JAN-FIM
010480     END-IF.
010490 2200-EXIT.
010500     EXIT.
010510*
010520*---------[ UMA COMPETENCIA DA JANELA: DIREITO PELAS REGRAS ]----
010530*---------[ DO FOLHDPND X ENVIO NA GERACAO DAQUELE MES      ]----
010540 3000-CONFERE-MES.
010550     IF MES-GERACAO (W-MJ) NOT = "S"
010560        ADD 1 TO W-MJ
010570        GO TO 3000-EXIT
010580     END-IF
010590     PERFORM 3100-CALCULA-DIREITO THRU 3100-EXIT
010600     IF W-CONTA-INSS = "N" AND W-CONTA-IR = "N"
010610        ADD 1 TO W-MJ
010620        GO TO 3000-EXIT
010630     END-IF
010640     PERFORM 3200-VERIFICA-ENVIO THRU 3200-EXIT
010650     IF W-ENVIADO = "S"
010660        ADD 1 TO W-MJ
010670        GO TO 3000-EXIT
010680     END-IF
010690     IF W-CONTA-INSS = "S"
010700        MOVE "S" TO W-BENEFICIO
010710        MOVE MES-VALOR-SF (W-MJ) TO W-VALOR
010720        PERFORM 3300-LANCA-DIFERENCA THRU 3300-EXIT
010730     END-IF
010740     IF W-CONTA-IR = "S"
010750        MOVE "I" TO W-BENEFICIO
010760        MOVE MES-VALOR-IR (W-MJ) TO W-VALOR
010770        PERFORM 3300-LANCA-DIFERENCA THRU 3300-EXIT
010780     END-IF
010790     ADD 1 TO W-MJ.
010800 3000-EXIT.
010810     EXIT.
010820*
010830*---------[ MESMAS REGRAS DO 3000-ACUMULA-CHAPA DO FOLHDPND, ]---
010840*---------[ COM OS CORTES DO CADLEGIS VIGENTE NO MES E SEM   ]---
010850*---------[ CONTAR MES ANTERIOR AO NASCIMENTO                ]---
010860 3100-CALCULA-DIREITO.
010870     MOVE "N" TO W-CONTA-INSS
010880     MOVE "N" TO W-CONTA-IR
010890     MOVE MES-COMPET (W-MJ) TO W-MES-COMPET
010900     MOVE DATANASC TO W-DATANASC-WS
010910     IF W-MES-AAAA < W-NASC-AAAA
010920        OR (W-MES-AAAA = W-NASC-AAAA AND W-MES-MM < W-NASC-MM)
010930        GO TO 3100-EXIT
010940     END-IF
010950     COMPUTE W-IDADE = W-MES-AAAA - W-NASC-AAAA
010960     IF W-MES-MM < W-NASC-MM
010970        SUBTRACT 1 FROM W-IDADE
010980     END-IF
010990     IF DPNDINSS = "E"
011000        MOVE "S" TO W-CONTA-INSS
011010     ELSE
011020        IF DPNDINSS = "S"
011030           AND W-IDADE NOT > MES-IDADE-SF (W-MJ)
011040           MOVE "S" TO W-CONTA-INSS
011050        END-IF
011060     END-IF
011070     IF DPNDIR = "E"
011080        MOVE "S" TO W-CONTA-IR
011090     ELSE
011100        IF DPNDIR = "S"
011110           IF W-IDADE NOT > MES-IDADE-IR (W-MJ)
011120              OR (DPNDESTUD = "S"
011130                  AND W-IDADE NOT > MES-IDADE-IR-EST (W-MJ))
011140              MOVE "S" TO W-CONTA-IR
011150           END-IF
011160        END-IF
011170     END-IF
011171     IF W-CONTA-IR = "S"
011172        PERFORM 3150-VERIFICA-PENSAO THRU 3150-EXIT
011173        IF ALIMENTANDO
011174           MOVE "N" TO W-CONTA-IR
011175           ADD 1 TO W-TOT-PENSAO
011176        END-IF
011177     END-IF.
011180 3100-EXIT.
011190     EXIT.
011191*
011192*---------[ ALIMENTANDO COM PENSAO VIGENTE NO MES (MESMA     ]---
011193*---------[ REGRA DO 2700-VERIFICA-PENSAO DO FOLHDPND)       ]---
011194 3150-VERIFICA-PENSAO.
011195     MOVE "N" TO W-ALIMENTANDO
011196     IF NOT PENSAO-DISPONIVEL
011197        GO TO 3150-EXIT
011198     END-IF
011199     MOVE CHAPA TO PENS-CHAPA
011200     MOVE ZEROS TO PENS-SEQ PENS-ORDEM
011201     START PENSDPND KEY IS NOT LESS THAN PENS-CHAVE
011202     IF ST-ERRO15 NOT = "00"
011203        GO TO 3150-EXIT
011204     END-IF
011205     MOVE "N" TO W-FIM-PENS
011206     PERFORM 3160-LE-PENSAO THRU 3160-EXIT
011207             UNTIL FIM-PENSAO OR ALIMENTANDO.
011208 3150-EXIT.
011209     EXIT.
011210*
011211 3160-LE-PENSAO.
011212     READ PENSDPND NEXT RECORD
011213         AT END
011214            MOVE "S" TO W-FIM-PENS
011215     END-READ
011216     IF FIM-PENSAO
011217        GO TO 3160-EXIT
011218     END-IF
011219     IF PENS-CHAPA NOT = CHAPA
011220        MOVE "S" TO W-FIM-PENS
011221        GO TO 3160-EXIT
011222     END-IF
011223     IF PENS-SEQ NOT = SEQ
011224        AND (CPF NOT NUMERIC OR CPF = ZEROS OR PENS-CPF NOT = CPF)
011225        GO TO 3160-EXIT
011226     END-IF
011227     MOVE PENS-DATA-INICIO TO W-PENS-DMA
011228     MOVE W-PDMA-AAAA TO W-PCPT-AAAA
011229     MOVE W-PDMA-MM   TO W-PCPT-MM
011230     IF W-PENS-CPT > W-MES-COMPET
011231        GO TO 3160-EXIT
011232     END-IF
011233     IF PENS-DATA-FIM NOT = ZEROS
011234        MOVE PENS-DATA-FIM TO W-PENS-DMA
011235        MOVE W-PDMA-AAAA TO W-PCPT-AAAA
011236        MOVE W-PDMA-MM   TO W-PCPT-MM
011237        IF W-PENS-CPT < W-MES-COMPET
011238           GO TO 3160-EXIT
011239        END-IF
011240     END-IF
011241     MOVE "S" TO W-ALIMENTANDO.
011242 3160-EXIT.
011243     EXIT.
011244*
011245*---------[ ENVIADO NO MES: CPF NA LISTA DA CHAPA NA GERACAO; ]--
011246*---------[ SEM CPF (OU LISTA CHEIA SEM ELE), PELA DATA DO    ]--
011247*---------[ EVENTO: SO O PROPRIO MES DO EVENTO CONTA COMO     ]--
011248*---------[ ENVIADO, SEM PAGAR O QUE NAO SE PODE PROVAR       ]--
011250 3200-VERIFICA-ENVIO.
011260     MOVE "N" TO W-ENVIADO
011270     MOVE MES-COMPET (W-MJ) TO DFW-COMPET
011280     MOVE DCW-CHAPA         TO DFW-CHAPA
011290     READ DIFFOLH
011300     IF ST-ERRO8 = "23"
011310        GO TO 3200-EXIT
011320     END-IF
011330     IF ST-ERRO8 NOT = "00"
011340        DISPLAY "ERRO NA LEITURA DO ARQUIVO DIFFOLH: " ST-ERRO8
011350        STOP RUN
011360     END-IF
011370     MOVE DFW-DETALHE TO W-DET-GER
011380     IF CPF NUMERIC AND CPF NOT = ZEROS
011390        MOVE 1 TO W-CI
011400        PERFORM 3210-PROCURA-CPF THRU 3210-EXIT
011410                UNTIL W-CI > 9 OR W-ENVIADO = "S"
011420        IF W-ENVIADO = "S" OR DTG-CPF (9) = ZEROS
011430           GO TO 3200-EXIT
011440        END-IF
011450     END-IF
011460     MOVE DCW-DATA-EVENTO TO W-DATA-AMD-NUM
011470     MOVE MES-COMPET (W-MJ) TO W-MES-COMPET
011480     IF W-MES-AAAA > W-AMD-AAAA
011490        OR (W-MES-AAAA = W-AMD-AAAA AND W-MES-MM NOT < W-AMD-MM)
011500        MOVE "S" TO W-ENVIADO
011510     END-IF.
011520 3200-EXIT.
011530     EXIT.
011540*
011550 3210-PROCURA-CPF.
011560     IF DTG-CPF (W-CI) = CPF
011570        MOVE "S" TO W-ENVIADO
011580     END-IF
011590     ADD 1 TO W-CI.
011600 3210-EXIT.
011610     EXIT.
011620*
011630*---------[ UM DEPENDENTE-MES DEVIDO: CONFERE O DIFPAGO, ]-------
011640*---------[ ACUMULA NA CHAPA, MARCA COMO PAGO E RELATA   ]-------
011650 3300-LANCA-DIFERENCA.
011660     MOVE DCW-CHAPA         TO DPG-CHAPA
011670     MOVE DCW-SEQ           TO DPG-SEQ
011680     MOVE MES-COMPET (W-MJ) TO DPG-COMPET
011690     MOVE W-BENEFICIO       TO DPG-BENEFICIO
011700     MOVE "S" TO W-JA-LANCADO
011710     READ DIFPAGO
011720     IF ST-ERRO10 = "23"
011730        MOVE "N" TO W-JA-LANCADO
011740     ELSE
011750        IF ST-ERRO10 NOT = "00"
011760           DISPLAY "ERRO NA LEITURA DO ARQUIVO DIFPAGO: "
011770               ST-ERRO10
011780           STOP RUN
011790        END-IF
011800     END-IF
011810     IF W-JA-LANCADO = "S"
011820        ADD 1 TO W-TOT-JA-PAGOS
011830        MOVE DPG-VALOR TO W-VALOR
011840        MOVE SPACES    TO W-SITUACAO
011850        STRING "JA PAGO EM " DELIMITED BY SIZE
011860               DPG-COMPET-PAGTO DELIMITED BY SIZE
011870               INTO W-SITUACAO
011880        PERFORM 6000-RELATA-MES THRU 6000-EXIT
011890        GO TO 3300-EXIT
011900     END-IF
011910     MOVE W-COMPET   TO DPG-COMPET-PAGTO
011920     MOVE W-VALOR    TO DPG-VALOR
011930     MOVE W-DATA-SIS TO DPG-DATA
011940     WRITE REGDIFP
011950     IF ST-ERRO10 NOT = "00"
011960        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DIFPAGO: " ST-ERRO10
011970        STOP RUN
011980     END-IF
011990     IF W-BENEFICIO = "S"
012000        ADD 1       TO W-CH-MESES-SF
012010        ADD W-VALOR TO W-CH-VALOR-SF
012020     ELSE
012030        ADD 1       TO W-CH-MESES-IR
012040        ADD W-VALOR TO W-CH-VALOR-IR
012050     END-IF
012060     IF W-CH-COMPET-INI = ZEROS
012070        OR MES-COMPET (W-MJ) < W-CH-COMPET-INI
012080        MOVE MES-COMPET (W-MJ) TO W-CH-COMPET-INI
012090     END-IF
012100     IF MES-COMPET (W-MJ) > W-CH-COMPET-FIM
012110        MOVE MES-COMPET (W-MJ) TO W-CH-COMPET-FIM
012120     END-IF
012130     MOVE "DEVIDO" TO W-SITUACAO
012140     PERFORM 6000-RELATA-MES THRU 6000-EXIT.
012150 3300-EXIT.
012160     EXIT.
012170*
012180*---------[ LEITURA SEQUENCIAL DOS CANDIDATOS (CHAPA/SEQ) ]------
012190 4000-LER-CANDIDATO.
012200     READ DIFCAND NEXT RECORD
012210         AT END
012220            MOVE "S" TO W-FIM-ARQ
012230     END-READ.
012240 4000-EXIT.
012250     EXIT.
012260*
012270*---------[ REGISTRO DE AJUSTE DA CHAPA, SE HOUVE DIFERENCA ]----
012280 5000-GRAVA-CHAPA.
012290     IF W-CH-MESES-SF = ZEROS AND W-CH-MESES-IR = ZEROS
012300        GO TO 5000-EXIT
012310     END-IF
012320     MOVE "D"             TO AJU-TIPO
012330     MOVE W-CHAPA-ANT     TO AJU-CHAPA
012340     MOVE W-CH-MESES-SF   TO AJU-MESES-SF
012350     MOVE W-CH-VALOR-SF   TO AJU-VALOR-SF
012360     MOVE W-CH-MESES-IR   TO AJU-MESES-IR
012370     MOVE W-CH-VALOR-IR   TO AJU-VALOR-IR
012380     MOVE W-CH-COMPET-INI TO AJU-COMPET-INI
012390     MOVE W-CH-COMPET-FIM TO AJU-COMPET-FIM
012400     MOVE W-COMPET        TO AJU-COMPET-PAGTO
012410     WRITE REG-AJUS FROM DET-AJUS
012420     IF ST-ERRO11 NOT = "00"
012430        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO " W-NOME-AJU ": "
012440            ST-ERRO11
012450        STOP RUN
012460     END-IF
012470     ADD 1             TO W-TOT-CHAPAS
012480     ADD W-CH-MESES-SF TO W-TOT-MESES-SF
012490     ADD W-CH-VALOR-SF TO W-TOT-VALOR-SF
012500     ADD W-CH-MESES-IR TO W-TOT-MESES-IR
012510     ADD W-CH-VALOR-IR TO W-TOT-VALOR-IR
012520     MOVE W-CHAPA-ANT   TO LTC-CHAPA
012530     MOVE W-CH-MESES-SF TO LTC-MESES-SF
012540     MOVE W-CH-VALOR-SF TO LTC-VALOR-SF
012550     MOVE W-CH-MESES-IR TO LTC-MESES-IR
012560     MOVE W-CH-VALOR-IR TO LTC-VALOR-IR
012570     WRITE LINHA-REL FROM LIN-TOT-CHAPA
012580     WRITE LINHA-REL FROM LIN-BRANCO
012590     ADD 2 TO W-QTD-LINHAS.
012600 5000-EXIT.
012610     EXIT.
012620*
012630 5100-LIMPA-CHAPA.
012640     MOVE ZEROS TO W-CH-MESES-SF W-CH-VALOR-SF
012650     MOVE ZEROS TO W-CH-MESES-IR W-CH-VALOR-IR
012660     MOVE ZEROS TO W-CH-COMPET-INI W-CH-COMPET-FIM.
012670 5100-EXIT.
012680     EXIT.
012690*
012700*---------[ LINHA DE UM DEPENDENTE-MES ]-------------------------
012710 6000-RELATA-MES.
012720     MOVE DCW-CHAPA         TO LD-CHAPA
012730     MOVE DCW-SEQ           TO LD-SEQ
012740     MOVE NOMEDPND          TO LD-NOME
012750     IF DCW-TIPO = "I"
012760        MOVE "INCLUSAO"   TO LD-EVENTO
012770     ELSE
012780        MOVE "REATIVACAO" TO LD-EVENTO
012790     END-IF
012800     MOVE MES-COMPET (W-MJ) TO LD-COMPET
012810     IF W-BENEFICIO = "S"
012820        MOVE "SF"     TO LD-BENEF
012830     ELSE
012840        MOVE "IR"     TO LD-BENEF
012850     END-IF
012860     MOVE W-VALOR           TO LD-VALOR
012870     MOVE W-SITUACAO        TO LD-SITUACAO
012880     WRITE LINHA-REL FROM LIN-DETALHE
012890     ADD 1 TO W-QTD-LINHAS.
012900 6000-EXIT.
012910     EXIT.
012911*
012912*---------[ NAO CALCULADO: INCLUSAO COM NASCIMENTO FORA DO ]--
012913*---------[ PERIODO (CONJUGE, PAIS, INCLUSAO TARDIA) OU  ]--
012914*---------[ REATIVACAO SEM A DATA DA BAIXA NO LOG, QUE   ]--
012915*---------[ NAO DELIMITA OS MESES SUSPENSOS              ]--
012916 6100-RELATA-NAO-CALC.
012917     IF DCW-TIPO = "I"
012918        ADD 1 TO W-TOT-SEM-NASC
012919        MOVE "INCLUSAO"   TO LNC-EVENTO
012920        MOVE "NAO CALCULADO - INCLUSAO SEM NASCIMENTO NO PERIODO"
012921          TO LNC-MOTIVO
012922     ELSE
012923        ADD 1 TO W-TOT-SEM-BAIXA
012924        MOVE "REATIVACAO" TO LNC-EVENTO
012925        MOVE "NAO CALCULADO - REATIVACAO SEM DATA DA BAIXA"
012926          TO LNC-MOTIVO
012927     END-IF
012928     MOVE DCW-CHAPA TO LNC-CHAPA
012929     MOVE DCW-SEQ   TO LNC-SEQ
012930     MOVE NOMEDPND  TO LNC-NOME
012931     WRITE LINHA-REL FROM LIN-NAO-CALC
012932     ADD 1 TO W-QTD-LINHAS.
012933 6100-EXIT.
012934     EXIT.
012935*
012936*---------[ ULTIMA CHAPA, TRAILER, TOTAIS E ENCERRAMENTO ]-------
012940 8000-FINALIZA.
012950     IF W-PRIMEIRA = "N"
012960        PERFORM 5000-GRAVA-CHAPA THRU 5000-EXIT
012970     END-IF
012980     MOVE "T"            TO TAJ-TIPO
012990     MOVE W-TOT-CHAPAS   TO TAJ-CHAPAS
013000     MOVE W-TOT-MESES-SF TO TAJ-MESES-SF
013010     MOVE W-TOT-VALOR-SF TO TAJ-VALOR-SF
013020     MOVE W-TOT-MESES-IR TO TAJ-MESES-IR
013030     MOVE W-TOT-VALOR-IR TO TAJ-VALOR-IR
013040     WRITE REG-AJUS FROM TRL-AJUS
013050     WRITE LINHA-REL FROM LIN-BRANCO
013060     ADD 1 TO W-QTD-LINHAS
013070     MOVE ZEROS TO LTO-VALOR
013080     MOVE "CANDIDATOS NO LOG (INCLUSAO/REATIVACAO).....:"
013090       TO LTO-TEXTO
013100     MOVE W-TOT-CANDIDATOS TO LTO-QTD
013110     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013120     MOVE "DESCONSIDERADOS (INATIVOS, SEM FLAG, EXCL.).:"
013130       TO LTO-TEXTO
013140     MOVE W-TOT-DESCONSID TO LTO-QTD
013150     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013152     MOVE "INCLUSOES SEM NASCIMENTO NO PERIODO.........:"
013154       TO LTO-TEXTO
013156     MOVE W-TOT-SEM-NASC TO LTO-QTD
013158     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013159     MOVE "REATIVACOES SEM DATA DA BAIXA...............:"
013160       TO LTO-TEXTO
013161     MOVE W-TOT-SEM-BAIXA TO LTO-QTD
013162     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013163     MOVE "COMPETENCIAS SEM GERACAO VALIDA.............:"
013170       TO LTO-TEXTO
013180     MOVE W-TOT-SEM-GER TO LTO-QTD
013190     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013200     MOVE "DEPENDENTE-MES JA PAGO ANTES (NAO RELANCADO).:"
013210       TO LTO-TEXTO
013220     MOVE W-TOT-JA-PAGOS TO LTO-QTD
013230     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013232     MOVE "MESES SEM IR POR PENSAO ALIMENTICIA.........:"
013234       TO LTO-TEXTO
013236     MOVE W-TOT-PENSAO TO LTO-QTD
013238     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013240     MOVE "CHAPAS NO ARQUIVO DE AJUSTE.................:"
013250       TO LTO-TEXTO
013260     MOVE W-TOT-CHAPAS TO LTO-QTD
013270     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013280     MOVE "SALARIO-FAMILIA: DEPENDENTE-MES E VALOR.....:"
013290       TO LTO-TEXTO
013300     MOVE W-TOT-MESES-SF TO LTO-QTD
013310     MOVE W-TOT-VALOR-SF TO LTO-VALOR
013320     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013330     MOVE "DEDUCAO DE IR: DEPENDENTE-MES E VALOR.......:"
013340       TO LTO-TEXTO
013350     MOVE W-TOT-MESES-IR TO LTO-QTD
013360     MOVE W-TOT-VALOR-IR TO LTO-VALOR
013370     PERFORM 8300-IMPRIME-TOTAL THRU 8300-EXIT
013380     WRITE LINHA-REL FROM LIN-BRANCO
013390     WRITE LINHA-REL FROM LIN-BRANCO
013400     WRITE LINHA-REL FROM LIN-APROVACAO
013410     ADD 3 TO W-QTD-LINHAS
013420     PERFORM 8200-CATALOGA THRU 8200-EXIT
013430     DISPLAY "PERIODO.............: " W-COMPET-INI " A "
013440         W-COMPET-FIM
013450     DISPLAY "CANDIDATOS..........: " W-TOT-CANDIDATOS
013460     DISPLAY "CHAPAS COM AJUSTE...: " W-TOT-CHAPAS
013470     DISPLAY "MESES SF / IR.......: " W-TOT-MESES-SF " / "
013480         W-TOT-MESES-IR
013490     DISPLAY "ARQUIVO DE AJUSTE...: " W-NOME-AJU
013500     PERFORM 8100-CONTROLE-FIM THRU 8100-EXIT
013510     CLOSE CADDPND
013520     CLOSE CADFUNC
013522     IF PENSAO-DISPONIVEL
013524        CLOSE PENSDPND
013526     END-IF
013530     CLOSE DIFFOLH
013540     CLOSE DIFCAND
013550     CLOSE DIFPAGO
013560     CLOSE DIFAJUS
013570     CLOSE RELDIF
013580     CLOSE CTRLBAT.
013590 8000-EXIT.
013600     EXIT.
013610*
013620*---------[ CONCLUSAO DA COMPETENCIA NO REGISTRO DE CONTROLE ]---
013630 8100-CONTROLE-FIM.
013640     MOVE "C"              TO CTRL-SITUACAO
013650     MOVE "N"              TO CTRL-REEXECUTA
013660     MOVE W-TOT-CANDIDATOS TO CTRL-QTD-LIDOS
013670     MOVE W-TOT-CHAPAS     TO CTRL-QTD-GRAVADOS
013680     MOVE W-DATA-SIS       TO CTRL-FIM-DATA
013690     ACCEPT W-CARIMBO-HORA FROM TIME
013700     MOVE W-CARIMBO-HORA   TO CTRL-FIM-HORA
013710     REWRITE REGCTRL
013720     IF ST-ERRO13 NOT = "00"
013730        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTRLBAT: " ST-ERRO13
013740        STOP RUN
013750     END-IF.
013760 8100-EXIT.
013770     EXIT.
013780*
013790*---------[ CATALOGO DA GERACAO DO RELATORIO (RELINDEX.DAT) ]----
013800 8200-CATALOGA.
013810     OPEN EXTEND RELINDEX
013820     IF ST-ERRO14 NOT = "00"
013830        OPEN OUTPUT RELINDEX
013840        CLOSE RELINDEX
013850        OPEN EXTEND RELINDEX
013860     END-IF
013870     IF ST-ERRO14 NOT = "00"
013880        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINDEX: " ST-ERRO14
013890        STOP RUN
013900     END-IF
013910     MOVE "RELDIF  "     TO RIX-RELATORIO
013920     MOVE W-COMPET       TO RIX-COMPET
013930     MOVE W-DATA-SIS-NUM TO RIX-DATA-GER
013940     ACCEPT W-CARIMBO-HORA FROM TIME
013950     MOVE W-CARIMBO-HORA TO RIX-HORA-GER
013960     MOVE W-QTD-LINHAS   TO RIX-QTD-LINHAS
013970     MOVE W-NOME-REL     TO RIX-ARQUIVO
013980     WRITE REGRELIX
013990     IF ST-ERRO14 NOT = "00"
014000        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO RELINDEX: " ST-ERRO14
014010        STOP RUN
014020     END-IF
014030     CLOSE RELINDEX.
014040 8200-EXIT.
014050     EXIT.
014060*
014070 8300-IMPRIME-TOTAL.
014080     WRITE LINHA-REL FROM LIN-TOTAL
014090     ADD 1 TO W-QTD-LINHAS
014100     MOVE ZEROS TO LTO-VALOR.
014110 8300-EXIT.
014120     EXIT.
