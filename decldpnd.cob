000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DECLDPND.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* EMISSAO DA DECLARACAO DE DEPENDENTES PARA ASSINATURA DO  *
000090* FUNCIONARIO (SALARIO-FAMILIA E DEDUCAO DE IR). A SELECAO *
000100* E PEDIDA NO CONSOLE:                                     *
000110*   U - UMA CHAPA;                                         *
000120*   F - FAIXA DE CHAPAS (CHAPAS COM DEPENDENTE NO CADDPND);*
000130*   M - CHAPAS COM MOVIMENTO NO LOGDPND DESDE UMA DATA      *
000140*       (INCLUI AS GERACOES ARQUIVADAS DO LOGARQIX).       *
000150* AS CHAPAS SELECIONADAS VAO P/ O ARQUIVO DE TRABALHO      *
000160* DECLCHP.WRK E CADA UMA GERA UMA PAGINA COM O NOME DO     *
000170* FUNCIONARIO (CADFUNC), OS DEPENDENTES ATIVOS COM O GRAU  *
000180* DESCRITO PELO CADGRAU, DATA DE NASCIMENTO, CPF, FLAGS    *
000190* INSS/IR/ESTUDANTE E O VALOR LEGAL DE DEDUCAO DE IR POR   *
000200* DEPENDENTE DA COMPETENCIA ATUAL (CADLEGIS), COM ESPACO   *
000210* P/ DATA E ASSINATURA. O ARQUIVO SAI CARIMBADO COM DATA E *
000220* HORA (DECL.AAAAMMDD.HHMMSS) E E CATALOGADO NO RELINDEX   *
000230* COMO "DECLDPND"; O CRELAT REIMPRIME A DECLARACAO DE UMA  *
000240* CHAPA PELA ACAO D.                                       *
000250***********************************************************
000260* HISTORICO DE ALTERACOES
000270* DATA       AUTOR   DESCRICAO
000280* 15/10/2026 SSM     PROGRAMA CRIADO
000283* 15/10/2026 SSM     GERACOES DO LOG LIDAS NO LAYOUT DE 190
000286*                    BYTES (EVENTO SELADO)
000287* 15/10/2026 SSM     DEDUCAO IR COM O CORTE DE IDADE DO
000288*                    CADLEGIS E SEM O ALIMENTANDO COM PENSAO
000289*                    (PENSDPND), COMO NO FOLHDPND
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330               DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CADDPND ASSIGN TO DISK
000370              ORGANIZATION IS INDEXED
000380              ACCESS MODE  IS DYNAMIC
000390              RECORD KEY   IS CAD-CHAVE
000400              ALTERNATE RECORD KEY IS CHAPA
000410                           WITH DUPLICATES
000420              FILE STATUS  IS ST-ERRO.
000430     SELECT CADFUNC ASSIGN TO DISK
000440              ORGANIZATION IS INDEXED
000450              ACCESS MODE  IS RANDOM
000460              RECORD KEY   IS FUNC-CHAPA
000470              FILE STATUS  IS ST-ERRO2.
000480     SELECT CADGRAU ASSIGN TO DISK
000490              ORGANIZATION IS INDEXED
000500              ACCESS MODE  IS RANDOM
000510              RECORD KEY   IS GR-GRAU
000520              FILE STATUS  IS ST-ERRO3.
000530     SELECT CADLEGIS ASSIGN TO DISK
000540              ORGANIZATION IS INDEXED
000550              ACCESS MODE  IS DYNAMIC
000560              RECORD KEY   IS LEG-COMPET
000570              FILE STATUS  IS ST-ERRO4.
000580     SELECT DECLCHP ASSIGN TO DISK
000590              ORGANIZATION IS INDEXED
000600              ACCESS MODE  IS DYNAMIC
000610              RECORD KEY   IS DCH-CHAPA
000620              FILE STATUS  IS ST-ERRO5.
000630     SELECT LOGDPND ASSIGN TO DISK
000640              ORGANIZATION IS LINE SEQUENTIAL
000650              FILE STATUS  IS ST-ERRO6.
000660     SELECT LOGARQIX ASSIGN TO DISK
000670              ORGANIZATION IS LINE SEQUENTIAL
000680              FILE STATUS  IS ST-ERRO7.
000690     SELECT ARQGER ASSIGN TO DISK
000700              ORGANIZATION IS LINE SEQUENTIAL
000710              FILE STATUS  IS ST-ERRO8.
000720     SELECT RELDECL ASSIGN TO DISK
000730              ORGANIZATION IS LINE SEQUENTIAL
000740              FILE STATUS  IS ST-ERRO9.
000750     SELECT RELINDEX ASSIGN TO DISK
000760              ORGANIZATION IS LINE SEQUENTIAL
000770              FILE STATUS  IS ST-ERRO10.
000771     SELECT PENSDPND ASSIGN TO DISK
000772              ORGANIZATION IS INDEXED
000773              ACCESS MODE  IS DYNAMIC
000774              RECORD KEY   IS PENS-CHAVE
000775              FILE STATUS  IS ST-ERRO11.
000780*
000790*-----------------------------------------------------------------
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD CADDPND
000830         LABEL RECORD IS STANDARD
000840         VALUE OF FILE-ID IS "CADDPND.DAT".
000850     COPY "regdpnd.cpy".
000860*
000870 FD CADFUNC
000880         LABEL RECORD IS STANDARD
000890         VALUE OF FILE-ID IS "CADFUNC.DAT".
000900     COPY "regfunc.cpy".
000910*
000920 FD CADGRAU
000930         LABEL RECORD IS STANDARD
000940         VALUE OF FILE-ID IS "CADGRAU.DAT".
000950     COPY "reggrau.cpy".
000960*
000970 FD CADLEGIS
000980         LABEL RECORD IS STANDARD
000990         VALUE OF FILE-ID IS "CADLEGIS.DAT".
001000     COPY "reglegi.cpy".
001010*
001020*---------[ CHAPAS SELECIONADAS P/ EMISSAO, EM ORDEM ]------------
001030 FD DECLCHP
001040         LABEL RECORD IS STANDARD
001050         VALUE OF FILE-ID IS "DECLCHP.WRK".
001060 01 REGDCH.
001070     03 DCH-CHAPA       PIC 9(06).
001080*
001090 FD LOGDPND
001100         LABEL RECORD IS STANDARD
001110         VALUE OF FILE-ID IS "LOGDPND.DAT".
001120     COPY "reglog.cpy".
001130*
001140 FD LOGARQIX
001150         LABEL RECORD IS STANDARD
001160         VALUE OF FILE-ID IS "LOGARQIX.DAT".
001170     COPY "regarqix.cpy".
001180*
001190*---------[ GERACAO DE ARQUIVAMENTO DO ARQLOG, NO MESMO ]---------
001200*---------[ LAYOUT DO LOGDPND                           ]---------
001210 FD ARQGER
001220         LABEL RECORD IS STANDARD
001230         VALUE OF FILE-ID IS W-ARQ-GER.
001240 01 REG-ARQGER                 PIC X(190).
001250*
001260 FD RELDECL
001270         LABEL RECORD IS STANDARD
001280         VALUE OF FILE-ID IS W-NOME-REL.
001290 01 LINHA-REL                  PIC X(132).
001300*
001310 FD RELINDEX
001320         LABEL RECORD IS STANDARD
001330         VALUE OF FILE-ID IS "RELINDEX.DAT".
001340     COPY "regrelix.cpy".
001341*
001342 FD PENSDPND
001343         LABEL RECORD IS STANDARD
001344         VALUE OF FILE-ID IS "PENSDPND.DAT".
001345     COPY "regpens.cpy".
001350*-----------------------------------------------------------------
001360 WORKING-STORAGE SECTION.
001370 77 ST-ERRO          PIC X(02) VALUE "00".
001380 77 ST-ERRO2         PIC X(02) VALUE "00".
001390 77 ST-ERRO3         PIC X(02) VALUE "00".
001400 77 ST-ERRO4         PIC X(02) VALUE "00".
001410 77 ST-ERRO5         PIC X(02) VALUE "00".
001420 77 ST-ERRO6         PIC X(02) VALUE "00".
001430 77 ST-ERRO7         PIC X(02) VALUE "00".
001440 77 ST-ERRO8         PIC X(02) VALUE "00".
001450 77 ST-ERRO9         PIC X(02) VALUE "00".
001460 77 ST-ERRO10        PIC X(02) VALUE "00".
001465 77 ST-ERRO11        PIC X(02) VALUE "00".
001470 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
001480 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
001490 01 W-NOME-REL.
001500     03 FILLER       PIC X(05) VALUE "DECL.".
001510     03 W-NR-DATA    PIC 9(08).
001520     03 FILLER       PIC X(01) VALUE ".".
001530     03 W-NR-HORA    PIC 9(06).
001540 77 W-ARQ-GER        PIC X(20) VALUE SPACES.
001550 77 W-FIM-ARQ        PIC X(01) VALUE "N".
001560     88 FIM-ARQUIVO              VALUE "S".
001570 77 W-FIM-DEP        PIC X(01) VALUE "N".
001580     88 FIM-DEPENDENTES          VALUE "S".
001590 77 W-FIM-LOG        PIC X(01) VALUE "N".
001600     88 FIM-LOG                  VALUE "S".
001610 77 W-FIM-IDX        PIC X(01) VALUE "N".
001620     88 FIM-INDICE               VALUE "S".
001630 77 W-FIM-GER        PIC X(01) VALUE "N".
001640     88 FIM-GERACAO              VALUE "S".
001650 77 W-FIM-LEG        PIC X(01) VALUE "N".
001660     88 FIM-LEGIS                VALUE "S".
001670 77 W-PRIMEIRA       PIC X(01) VALUE "S".
001680*
001690*---------[ SELECAO PEDIDA NO CONSOLE ]---------------------------
001700 77 W-MODO           PIC X(01) VALUE SPACES.
001710     88 MODO-UMA-CHAPA           VALUE "U".
001720     88 MODO-FAIXA               VALUE "F".
001730     88 MODO-MOVIMENTO           VALUE "M".
001740 77 W-CHAPA-INI      PIC 9(06) VALUE ZEROS.
001750 77 W-CHAPA-FIM      PIC 9(06) VALUE ZEROS.
001760 77 W-DATA-MOVTO     PIC 9(08) VALUE ZEROS.
001770*
001780*---------[ CONTADORES ]------------------------------------------
001790 77 W-TOT-SELEC      PIC 9(06) VALUE ZEROS.
001800 77 W-TOT-DECL       PIC 9(06) VALUE ZEROS.
001810 77 W-TOT-SEM-FUNC   PIC 9(06) VALUE ZEROS.
001820 77 W-TOT-DESLIG     PIC 9(06) VALUE ZEROS.
001830 77 W-QTD-DEP        PIC 9(02) VALUE ZEROS.
001840 77 W-QTD-DEP-IR     PIC 9(02) VALUE ZEROS.
001850 77 W-VALOR-IR       PIC 9(05)V99 VALUE ZEROS.
001860 77 W-TOT-DEDUCAO    PIC 9(07)V99 VALUE ZEROS.
001861*
001862*---------[ CORTE DE IDADE DO IR DA COMPETENCIA (CADLEGIS), ]-----
001863*---------[ O MESMO QUE O FOLHDPND APLICA NO DESCONTO       ]-----
001864 77 W-IDADE-IR       PIC 9(02) VALUE 21.
001865 77 W-IDADE-IR-EST   PIC 9(02) VALUE 24.
001866 77 W-IDADE          PIC S9(03) VALUE ZEROS.
001867 77 W-CONTA-IR       PIC X(01) VALUE "N".
001868 01 W-DATANASC-WS.
001869     03 W-NASC-DD    PIC 9(02).
001870     03 W-NASC-MM    PIC 9(02).
001871     03 W-NASC-AAAA  PIC 9(04).
001872*
001873*---------[ PENSAO ALIMENTICIA (PENSDPND.DAT): O ALIMENTANDO ]----
001874*---------[ COM PENSAO VIGENTE NAO CONTA COMO DEPENDENTE IR  ]----
001875 77 W-PENS-DISP      PIC X(01) VALUE "N".
001876     88 PENSAO-DISPONIVEL        VALUE "S".
001877 77 W-FIM-PENS       PIC X(01) VALUE "N".
001878     88 FIM-PENSAO               VALUE "S".
001879 77 W-ALIMENTANDO    PIC X(01) VALUE "N".
001880     88 ALIMENTANDO              VALUE "S".
001881 01 W-PENS-DMA.
001882     03 W-PDMA-DD    PIC 9(02).
001883     03 W-PDMA-MM    PIC 9(02).
001884     03 W-PDMA-AAAA  PIC 9(04).
001885 01 W-PENS-CPT-GRP.
001886     03 W-PCPT-AAAA  PIC 9(04).
001887     03 W-PCPT-MM    PIC 9(02).
001888 01 W-PENS-CPT REDEFINES W-PENS-CPT-GRP PIC 9(06).
001889*
001890 01 W-DATA-DMA.
001891     03 W-DMA-DD     PIC 9(02).
001900     03 W-DMA-MM     PIC 9(02).
001910     03 W-DMA-AAAA   PIC 9(04).
001920 01 W-DATA-NUM REDEFINES W-DATA-DMA PIC 9(08).
001930 01 W-DATA-AMD.
001940     03 W-AMD-AAAA   PIC 9(04).
001950     03 W-AMD-MM     PIC 9(02).
001960     03 W-AMD-DD     PIC 9(02).
001970 01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD PIC 9(08).
001980 01 W-DATA-SIS.
001990     03 W-SIS-AAAA   PIC 9(04).
002000     03 W-SIS-MM     PIC 9(02).
002010     03 W-SIS-DD     PIC 9(02).
002020 01 W-DATA-SIS-NUM REDEFINES W-DATA-SIS PIC 9(08).
002030 01 W-COMPET-GRP.
002040     03 W-CPT-AAAA   PIC 9(04).
002050     03 W-CPT-MM     PIC 9(02).
002060 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
002070 01 W-HORA-WS.
002080     03 W-HORA-HHMMSS PIC 9(06).
002090     03 W-HORA-CC    PIC 9(02).
002100 01 W-HORA-NUM REDEFINES W-HORA-WS PIC 9(08).
002110 01 W-CPF-WS         PIC 9(11) VALUE ZEROS.
002120 01 W-CPF-PARTES REDEFINES W-CPF-WS.
002130     03 W-CPF-P1     PIC 9(03).
002140     03 W-CPF-P2     PIC 9(03).
002150     03 W-CPF-P3     PIC 9(03).
002160     03 W-CPF-DV     PIC 9(02).
002170 01 TXGRAU           PIC X(14) VALUE SPACES.
002180*
002190     COPY "tabgrau.cpy".
002200*
002210*---------[ LINHAS DA DECLARACAO (UMA PAGINA POR CHAPA). A ]------
002220*---------[ 1A LINHA LEVA O TITULO E A CHAPA NAS POSICOES  ]------
002230*---------[ PROCURADAS PELA REIMPRESSAO DO CRELAT (ACAO D) ]------
002240 01 LIN-TITULO.
002250     03 FILLER       PIC X(25) VALUE
002260        "DECLARACAO DE DEPENDENTES".
002270     03 FILLER       PIC X(05) VALUE SPACES.
002280     03 FILLER       PIC X(07) VALUE "CHAPA: ".
002290     03 LTI-CHAPA    PIC 9(06).
002300     03 FILLER       PIC X(05) VALUE SPACES.
002310     03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
002320     03 LTI-MM       PIC 9(02).
002330     03 FILLER       PIC X(01) VALUE "/".
002340     03 LTI-AAAA     PIC 9(04).
002350     03 FILLER       PIC X(64) VALUE SPACES.
002360*
002370 01 LIN-FUNC.
002380     03 FILLER       PIC X(13) VALUE "FUNCIONARIO: ".
002390     03 LFU-NOME     PIC X(30).
002400     03 FILLER       PIC X(89) VALUE SPACES.
002410*
002420 01 LIN-TEXTO1.
002430     03 FILLER       PIC X(44) VALUE
002440        "DECLARO, PARA FINS DE SALARIO-FAMILIA E DE ".
002450     03 FILLER       PIC X(30) VALUE
002460        "DEDUCAO NO IMPOSTO DE RENDA".
002470     03 FILLER       PIC X(58) VALUE SPACES.
002480*
002490 01 LIN-TEXTO2.
002500     03 FILLER       PIC X(42) VALUE
002510        "RETIDO NA FONTE, QUE SAO MEUS DEPENDENTES ".
002520     03 FILLER       PIC X(32) VALUE
002530        "AS PESSOAS ABAIXO RELACIONADAS:".
002540     03 FILLER       PIC X(58) VALUE SPACES.
002550*
002560 01 LIN-CABEC-DEP.
002570     03 FILLER       PIC X(04) VALUE "SEQ".
002580     03 FILLER       PIC X(32) VALUE "NOME DO DEPENDENTE".
002590     03 FILLER       PIC X(16) VALUE "PARENTESCO".
002600     03 FILLER       PIC X(12) VALUE "DATA NASC.".
002610     03 FILLER       PIC X(16) VALUE "CPF".
002620     03 FILLER       PIC X(06) VALUE "INSS".
002630     03 FILLER       PIC X(04) VALUE "IR".
002640     03 FILLER       PIC X(07) VALUE "ESTUD.".
002650     03 FILLER       PIC X(14) VALUE "  DEDUCAO IR".
002660     03 FILLER       PIC X(01) VALUE SPACES.
002665     03 FILLER       PIC X(20) VALUE "OBSERVACAO".
002670*
002680 01 LIN-DEP.
002690     03 LDP-SEQ      PIC 9(01).
002700     03 FILLER       PIC X(03) VALUE SPACES.
002710     03 LDP-NOME     PIC X(30).
002720     03 FILLER       PIC X(02) VALUE SPACES.
002730     03 LDP-GRAU     PIC X(14).
002740     03 FILLER       PIC X(02) VALUE SPACES.
002750     03 LDP-DATANASC PIC 99/99/9999.
002760     03 FILLER       PIC X(02) VALUE SPACES.
002770     03 LDP-CPF.
002780        05 LDP-CPF-P1 PIC 9(03).
002790        05 FILLER     PIC X(01) VALUE ".".
002800        05 LDP-CPF-P2 PIC 9(03).
002810        05 FILLER     PIC X(01) VALUE ".".
002820        05 LDP-CPF-P3 PIC 9(03).
002830        05 FILLER     PIC X(01) VALUE "-".
002840        05 LDP-CPF-DV PIC 9(02).
002850     03 FILLER       PIC X(02) VALUE SPACES.
002860     03 LDP-INSS     PIC X(01).
002870     03 FILLER       PIC X(05) VALUE SPACES.
002880     03 LDP-IR       PIC X(01).
002890     03 FILLER       PIC X(03) VALUE SPACES.
002900     03 LDP-ESTUD    PIC X(01).
002910     03 FILLER       PIC X(06) VALUE SPACES.
002920     03 LDP-VALOR-IR PIC ZZ.ZZ9,99.
002930     03 FILLER       PIC X(06) VALUE SPACES.
002935     03 LDP-OBS      PIC X(20).
002940*
002950 01 LIN-SEM-DEP.
002960     03 FILLER       PIC X(50) VALUE
002970        "*** NAO HA DEPENDENTES ATIVOS NO CADASTRO ***".
002980     03 FILLER       PIC X(82) VALUE SPACES.
002990*
003000 01 LIN-RESUMO.
003010     03 FILLER       PIC X(23) VALUE "DEPENDENTES DECLARADOS:".
003020     03 LRS-QTD      PIC Z9.
003030     03 FILLER       PIC X(20) VALUE "   DEPENDENTES IR:".
003040     03 LRS-QTD-IR   PIC Z9.
003050     03 FILLER       PIC X(24) VALUE "   DEDUCAO MENSAL IR:".
003060     03 LRS-DEDUCAO  PIC Z.ZZZ.ZZ9,99.
003070     03 FILLER       PIC X(49) VALUE SPACES.
003080*
003090 01 LIN-VALOR-LEGAL.
003100     03 FILLER       PIC X(44) VALUE
003110        "VALOR LEGAL DE DEDUCAO POR DEPENDENTE DE IR:".
003120     03 LVL-VALOR    PIC ZZ.ZZ9,99.
003130     03 FILLER       PIC X(79) VALUE SPACES.
003140*
003150 01 LIN-TEXTO3.
003160     03 FILLER       PIC X(44) VALUE
003170        "ASSUMO A RESPONSABILIDADE PELAS INFORMACOES ".
003180     03 FILLER       PIC X(30) VALUE
003190        "ACIMA E COMUNICAREI AO DEPTO.".
003200     03 FILLER       PIC X(58) VALUE SPACES.
003210*
003220 01 LIN-TEXTO4.
003230     03 FILLER       PIC X(36) VALUE
003240        "DE PESSOAL QUALQUER ALTERACAO NA ".
003250     03 FILLER       PIC X(96) VALUE "SITUACAO DOS DEPENDENTES.".
003260*
003270 01 LIN-LOCAL-DATA.
003280     03 FILLER       PIC X(14) VALUE "LOCAL E DATA: ".
003290     03 FILLER       PIC X(30) VALUE ALL "_".
003300     03 FILLER       PIC X(16) VALUE ", ____/____/____".
003310     03 FILLER       PIC X(72) VALUE SPACES.
003320*
003330 01 LIN-ASSINA1.
003340     03 FILLER       PIC X(10) VALUE SPACES.
003350     03 FILLER       PIC X(45) VALUE ALL "_".
003360     03 FILLER       PIC X(77) VALUE SPACES.
003370*
003380 01 LIN-ASSINA2.
003390     03 FILLER       PIC X(10) VALUE SPACES.
003400     03 FILLER       PIC X(30) VALUE "ASSINATURA DO FUNCIONARIO".
003410     03 FILLER       PIC X(92) VALUE SPACES.
003420*
003430 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
003440*-----------------------------------------------------------------
003450 PROCEDURE DIVISION.
003460 0000-MAINLINE.
003470     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
003480     PERFORM 2000-PROCESSA    THRU 2000-EXIT
003490             UNTIL FIM-ARQUIVO.
003500     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
003510     STOP RUN.
003520*
003530*---------[ SELECAO, ABERTURAS E 1A CHAPA SELECIONADA ]-----------
003540 1000-INICIALIZA.
003550     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
003560     ACCEPT W-HORA-NUM FROM TIME
003570     MOVE W-SIS-AAAA     TO W-CPT-AAAA
003580     MOVE W-SIS-MM       TO W-CPT-MM
003590     MOVE W-DATA-SIS-NUM TO W-NR-DATA
003600     MOVE W-HORA-HHMMSS  TO W-NR-HORA
003610     PERFORM 1050-PEDE-SELECAO THRU 1050-EXIT
003620     OPEN INPUT CADDPND
003630     IF ST-ERRO NOT = "00"
003640        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDPND: " ST-ERRO
003650        STOP RUN
003660     END-IF
003670     OPEN INPUT CADFUNC
003680     IF ST-ERRO2 NOT = "00"
003690        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-ERRO2
003700        STOP RUN
003710     END-IF
003720     OPEN INPUT CADGRAU
003730     IF ST-ERRO3 NOT = "00"
003740        DISPLAY "TABELA CADGRAU INDISPONIVEL (" ST-ERRO3
003750            "), EXECUTE O CGRAU ANTES DA EMISSAO"
003760        STOP RUN
003770     END-IF
003771     OPEN INPUT PENSDPND
003772     IF ST-ERRO11 = "00"
003773        MOVE "S" TO W-PENS-DISP
003774     ELSE
003775        IF ST-ERRO11 NOT = "35"
003776           DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSDPND: "
003777               ST-ERRO11
003778           STOP RUN
003779        END-IF
003780        DISPLAY "PENSDPND AUSENTE: NENHUMA PENSAO ALIMENTICIA"
003781     END-IF
003782     PERFORM 1700-CARREGA-LEGIS THRU 1700-EXIT
003790     OPEN OUTPUT DECLCHP
003800     IF ST-ERRO5 NOT = "00"
003810        DISPLAY "ERRO NA CRIACAO DO ARQUIVO DECLCHP.WRK: "
003820            ST-ERRO5
003830        STOP RUN
003840     END-IF
003850     CLOSE DECLCHP
003860     OPEN I-O DECLCHP
003870     IF ST-ERRO5 NOT = "00"
003880        DISPLAY "ERRO NA ABERTURA DO ARQUIVO DECLCHP.WRK: "
003890            ST-ERRO5
003900        STOP RUN
003910     END-IF
003920     IF MODO-UMA-CHAPA
003930        MOVE W-CHAPA-INI TO DCH-CHAPA
003940        PERFORM 1500-GUARDA-CHAPA THRU 1500-EXIT
003950     END-IF
003960     IF MODO-FAIXA
003970        PERFORM 1200-SELECIONA-FAIXA THRU 1200-EXIT
003980     END-IF
003990     IF MODO-MOVIMENTO
004000        PERFORM 1300-SELECIONA-MOVIMENTO THRU 1300-EXIT
004010     END-IF
004020     OPEN OUTPUT RELDECL
004030     IF ST-ERRO9 NOT = "00"
004040        DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOME-REL ": "
004050            ST-ERRO9
004060        STOP RUN
004070     END-IF
004080     MOVE "N"   TO W-FIM-ARQ
004090     MOVE ZEROS TO DCH-CHAPA
004100     START DECLCHP KEY IS NOT LESS THAN DCH-CHAPA
004110     IF ST-ERRO5 NOT = "00"
004120        MOVE "S" TO W-FIM-ARQ
004130     ELSE
004140        PERFORM 4000-LER-SELECAO THRU 4000-EXIT
004150     END-IF.
004160 1000-EXIT.
004170     EXIT.
004180*
004190*---------[ MODO DE SELECAO E PARAMETROS NO CONSOLE ]-------------
004200 1050-PEDE-SELECAO.
004210     DISPLAY "SELECAO (U=UMA CHAPA F=FAIXA M=MOVIMENTO NO LOG): "
004220         WITH NO ADVANCING
004230     ACCEPT W-MODO
004240     IF NOT MODO-UMA-CHAPA AND NOT MODO-FAIXA
004250        AND NOT MODO-MOVIMENTO
004260        DISPLAY "SELECAO INVALIDA, USE U, F OU M"
004270        STOP RUN
004280     END-IF
004290     IF MODO-UMA-CHAPA
004300        DISPLAY "CHAPA: " WITH NO ADVANCING
004310        ACCEPT W-CHAPA-INI
004320        IF W-CHAPA-INI = ZEROS
004330           DISPLAY "CHAPA NAO INFORMADA"
004340           STOP RUN
004350        END-IF
004360     END-IF
004370     IF MODO-FAIXA
004380        DISPLAY "CHAPA INICIAL: " WITH NO ADVANCING
004390        ACCEPT W-CHAPA-INI
004400        DISPLAY "CHAPA FINAL..: " WITH NO ADVANCING
004410        ACCEPT W-CHAPA-FIM
004420        IF W-CHAPA-FIM < W-CHAPA-INI
004430           DISPLAY "FAIXA DE CHAPAS INVALIDA"
004440           STOP RUN
004450        END-IF
004460     END-IF
004470     IF MODO-MOVIMENTO
004480        DISPLAY "MOVIMENTO DESDE DDMMAAAA: " WITH NO ADVANCING
004490        ACCEPT W-DATA-NUM
004500        IF W-DATA-NUM = ZEROS
004510           DISPLAY "DATA NAO INFORMADA"
004520           STOP RUN
004530        END-IF
004540        MOVE W-DMA-AAAA TO W-AMD-AAAA
004550        MOVE W-DMA-MM   TO W-AMD-MM
004560        MOVE W-DMA-DD   TO W-AMD-DD
004570        MOVE W-DATA-AMD-NUM TO W-DATA-MOVTO
004580     END-IF.
004590 1050-EXIT.
004600     EXIT.
004610*
004620*---------[ FAIXA: CHAPAS COM DEPENDENTE NO CADDPND ]-------------
004630 1200-SELECIONA-FAIXA.
004640     MOVE W-CHAPA-INI TO CHAPA
004650     START CADDPND KEY IS NOT LESS THAN CHAPA
004660     IF ST-ERRO NOT = "00"
004670        GO TO 1200-EXIT
004680     END-IF
004690     MOVE "N" TO W-FIM-DEP
004700     PERFORM 1210-LE-FAIXA THRU 1210-EXIT
004710             UNTIL FIM-DEPENDENTES.
004720 1200-EXIT.
004730     EXIT.
004740*
004750 1210-LE-FAIXA.
004760     READ CADDPND NEXT RECORD
004770         AT END
004780            MOVE "S" TO W-FIM-DEP
004790            GO TO 1210-EXIT
004800     END-READ
004810     IF CHAPA > W-CHAPA-FIM
004820        MOVE "S" TO W-FIM-DEP
004830        GO TO 1210-EXIT
004840     END-IF
004850     MOVE CHAPA TO DCH-CHAPA
004860     PERFORM 1500-GUARDA-CHAPA THRU 1500-EXIT.
004870 1210-EXIT.
004880     EXIT.
004890*
004900*---------[ MOVIMENTO: CHAPAS COM EVENTO NO LOG DESDE A DATA. ]---
004910*---------[ AS GERACOES ARQUIVADAS SO ENTRAM SE O CORTE FOR   ]---
004920*---------[ POSTERIOR A DATA PEDIDA (COMO NO RELLOG)          ]---
004930 1300-SELECIONA-MOVIMENTO.
004940     OPEN INPUT LOGARQIX
004950     IF ST-ERRO7 = "00"
004960        MOVE "N" TO W-FIM-IDX
004970        PERFORM 1310-TRATA-GERACAO THRU 1310-EXIT
004980                UNTIL FIM-INDICE
004990        CLOSE LOGARQIX
005000     END-IF
005010     OPEN INPUT LOGDPND
005020     IF ST-ERRO6 NOT = "00"
005030        DISPLAY "LOGDPND INDISPONIVEL (" ST-ERRO6 "), SO AS "
005040            "GERACOES ARQUIVADAS FORAM CONSULTADAS"
005050        GO TO 1300-EXIT
005060     END-IF
005070     MOVE "N" TO W-FIM-LOG
005080     PERFORM 1330-LE-LOG THRU 1330-EXIT
005090             UNTIL FIM-LOG
005100     CLOSE LOGDPND.
005110 1300-EXIT.
005120     EXIT.
005130*
005140 1310-TRATA-GERACAO.
005150     READ LOGARQIX
005160         AT END
005170            MOVE "S" TO W-FIM-IDX
005180            GO TO 1310-EXIT
005190     END-READ
005200     IF W-DATA-MOVTO NOT < AQX-DATA-CORTE
005210        GO TO 1310-EXIT
005220     END-IF
005230     MOVE AQX-ARQUIVO TO W-ARQ-GER
005240     OPEN INPUT ARQGER
005250     IF ST-ERRO8 NOT = "00"
005260        DISPLAY "GERACAO " W-ARQ-GER " INDISPONIVEL: " ST-ERRO8
005270        GO TO 1310-EXIT
005280     END-IF
005290     MOVE "N" TO W-FIM-GER
005300     PERFORM 1320-LE-GERACAO THRU 1320-EXIT
005310             UNTIL FIM-GERACAO
005320     CLOSE ARQGER.
005330 1310-EXIT.
005340     EXIT.
005350*
005360 1320-LE-GERACAO.
005370     READ ARQGER
005380         AT END
005390            MOVE "S" TO W-FIM-GER
005400            GO TO 1320-EXIT
005410     END-READ
005420     MOVE REG-ARQGER TO REGLOG
005430     IF LOG-DATA NOT < W-DATA-MOVTO
005440        MOVE LOG-CHAPA TO DCH-CHAPA
005450        PERFORM 1500-GUARDA-CHAPA THRU 1500-EXIT
005460     END-IF.
005470 1320-EXIT.
005480     EXIT.
005490*
005500 1330-LE-LOG.
005510     READ LOGDPND
005520         AT END
005530            MOVE "S" TO W-FIM-LOG
005540            GO TO 1330-EXIT
005550     END-READ
005560     IF LOG-DATA NOT < W-DATA-MOVTO
005570        MOVE LOG-CHAPA TO DCH-CHAPA
005580        PERFORM 1500-GUARDA-CHAPA THRU 1500-EXIT
005590     END-IF.
005600 1330-EXIT.
005610     EXIT.
005620*
005630*---------[ GRAVA A CHAPA UMA UNICA VEZ NO ARQ. DE TRABALHO ]-----
005640 1500-GUARDA-CHAPA.
005650     WRITE REGDCH
005660     IF ST-ERRO5 = "22"
005670        GO TO 1500-EXIT
005680     END-IF
005690     IF ST-ERRO5 NOT = "00"
005700        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DECLCHP.WRK: "
005710            ST-ERRO5
005720        STOP RUN
005730     END-IF
005740     ADD 1 TO W-TOT-SELEC.
005750 1500-EXIT.
005760     EXIT.
005770*
005780*---------[ VALOR LEGAL DE IR DA COMPETENCIA ATUAL: VALE O ]------
005790*---------[ REGISTRO DE MAIOR VIGENCIA QUE NAO A ULTRAPASSE ]-----
005800 1700-CARREGA-LEGIS.
005810     OPEN INPUT CADLEGIS
005820     IF ST-ERRO4 NOT = "00"
005830        DISPLAY "CADLEGIS INDISPONIVEL (" ST-ERRO4 "), VALOR DE "
005840            "DEDUCAO IR SAI ZERADO, EXECUTE O CLEGIS"
005850        GO TO 1700-EXIT
005860     END-IF
005870     MOVE ZEROS TO LEG-COMPET
005880     START CADLEGIS KEY IS NOT LESS THAN LEG-COMPET
005890     IF ST-ERRO4 NOT = "00"
005900        MOVE "S" TO W-FIM-LEG
005910     END-IF
005920     PERFORM 1800-LE-LEGIS THRU 1800-EXIT
005930             UNTIL FIM-LEGIS
005940     CLOSE CADLEGIS.
005950 1700-EXIT.
005960     EXIT.
005970*
005980 1800-LE-LEGIS.
005990     READ CADLEGIS NEXT RECORD
006000         AT END
006010            MOVE "S" TO W-FIM-LEG
006020            GO TO 1800-EXIT
006030     END-READ
006040     IF LEG-COMPET > W-COMPET
006050        MOVE "S" TO W-FIM-LEG
006060        GO TO 1800-EXIT
006070     END-IF
006080     MOVE LEG-VALOR-IR TO W-VALOR-IR
006083     MOVE LEG-IDADE-IR       TO W-IDADE-IR
006086     MOVE LEG-IDADE-IR-ESTUD TO W-IDADE-IR-EST.
006090 1800-EXIT.
006100     EXIT.
006110*
006120*---------[ LACO PRINCIPAL: UMA DECLARACAO POR CHAPA ]------------
006130 2000-PROCESSA.
006140     PERFORM 3000-EMITE-DECLARACAO THRU 3000-EXIT
006150     PERFORM 4000-LER-SELECAO THRU 4000-EXIT.
006160 2000-EXIT.
006170     EXIT.
006180*
006190*---------[ DECLARACAO DA CHAPA: FUNCIONARIO ATIVO NA FOLHA ]-----
006200 3000-EMITE-DECLARACAO.
006210     MOVE DCH-CHAPA TO FUNC-CHAPA
006220     READ CADFUNC KEY IS FUNC-CHAPA
006230     IF ST-ERRO2 = "23"
006240        DISPLAY "CHAPA " DCH-CHAPA " NAO CADASTRADA NA FOLHA, "
006250            "DECLARACAO NAO EMITIDA"
006260        ADD 1 TO W-TOT-SEM-FUNC
006270        GO TO 3000-EXIT
006280     END-IF
006290     IF ST-ERRO2 NOT = "00"
006300        DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFUNC: " ST-ERRO2
006310        STOP RUN
006320     END-IF
006330     IF FUNC-DESLIGADO
006340        DISPLAY "CHAPA " DCH-CHAPA " DESLIGADA, DECLARACAO NAO "
006350            "EMITIDA"
006360        ADD 1 TO W-TOT-DESLIG
006370        GO TO 3000-EXIT
006380     END-IF
006390     PERFORM 5000-CABECALHO THRU 5000-EXIT
006400     MOVE ZEROS TO W-QTD-DEP W-QTD-DEP-IR W-TOT-DEDUCAO
006410     MOVE DCH-CHAPA TO CHAPA
006420     MOVE "N" TO W-FIM-DEP
006430     START CADDPND KEY IS EQUAL TO CHAPA
006440     IF ST-ERRO NOT = "00"
006450        MOVE "S" TO W-FIM-DEP
006460     END-IF
006470     PERFORM 3100-DEPENDENTE THRU 3100-EXIT
006480             UNTIL FIM-DEPENDENTES
006490     IF W-QTD-DEP = ZEROS
006500        WRITE LINHA-REL FROM LIN-SEM-DEP
006510        ADD 1 TO W-QTD-LINHAS
006520     END-IF
006530     PERFORM 5200-RODAPE THRU 5200-EXIT
006540     ADD 1 TO W-TOT-DECL.
006550 3000-EXIT.
006560     EXIT.
006570*
006580*---------[ UM DEPENDENTE DA CHAPA: SO OS ATIVOS SAEM ]-----------
006590 3100-DEPENDENTE.
006600     READ CADDPND NEXT RECORD
006610         AT END
006620            MOVE "S" TO W-FIM-DEP
006630            GO TO 3100-EXIT
006640     END-READ
006650     IF CHAPA NOT = DCH-CHAPA
006660        MOVE "S" TO W-FIM-DEP
006670        GO TO 3100-EXIT
006680     END-IF
006690     IF STATS NOT = "A"
006700        GO TO 3100-EXIT
006710     END-IF
006720     PERFORM 3200-DESCREVE-GRAU THRU 3200-EXIT
006730     MOVE SEQ       TO LDP-SEQ
006740     MOVE NOMEDPND  TO LDP-NOME
006750     MOVE TXGRAU    TO LDP-GRAU
006760     MOVE DATANASC  TO LDP-DATANASC
006770     MOVE CPF       TO W-CPF-WS
006780     MOVE W-CPF-P1  TO LDP-CPF-P1
006790     MOVE W-CPF-P2  TO LDP-CPF-P2
006800     MOVE W-CPF-P3  TO LDP-CPF-P3
006810     MOVE W-CPF-DV  TO LDP-CPF-DV
006820     MOVE DPNDINSS  TO LDP-INSS
006830     MOVE DPNDIR    TO LDP-IR
006840     MOVE DPNDESTUD TO LDP-ESTUD
006845     MOVE SPACES    TO LDP-OBS
006850     PERFORM 3300-CONTA-IR THRU 3300-EXIT
006855     IF W-CONTA-IR = "S"
006860        MOVE W-VALOR-IR TO LDP-VALOR-IR
006870        ADD 1           TO W-QTD-DEP-IR
006880        ADD W-VALOR-IR  TO W-TOT-DEDUCAO
006890     ELSE
006900        MOVE ZEROS      TO LDP-VALOR-IR
006910     END-IF
006920     WRITE LINHA-REL FROM LIN-DEP
006930     ADD 1 TO W-QTD-LINHAS
006940     ADD 1 TO W-QTD-DEP.
006950 3100-EXIT.
006960     EXIT.
006970*
006980*---------[ DESCRICAO DO GRAU PELO CADGRAU (TABGRAU SE O ]--------
006990*---------[ GRAU NAO ESTIVER NA TABELA, COMO NO CDPND)   ]--------
007000 3200-DESCREVE-GRAU.
007010     MOVE GRAU TO GR-GRAU
007020     READ CADGRAU
007030     IF ST-ERRO3 = "00"
007040        MOVE GR-DESCRICAO TO TXGRAU
007050     ELSE
007060        IF ST-ERRO3 NOT = "23"
007070           DISPLAY "ERRO NA LEITURA DO ARQUIVO CADGRAU: " ST-ERRO3
007080           STOP RUN
007090        END-IF
007100        MOVE TTIPGRAU (GRAU + 1) TO TXGRAU
007110     END-IF.
007120 3200-EXIT.
007130     EXIT.
007140*
007141*---------[ DEDUCAO DE IR DO DEPENDENTE COM OS MESMOS CORTES ]---
007142*---------[ DO FOLHDPND: IDADE NA COMPETENCIA E PENSAO       ]---
007143 3300-CONTA-IR.
007144     MOVE "N" TO W-CONTA-IR
007145     IF DPNDIR = "E"
007146        MOVE "S" TO W-CONTA-IR
007147     END-IF
007148     IF DPNDIR = "S"
007149        MOVE DATANASC TO W-DATANASC-WS
007150        COMPUTE W-IDADE = W-CPT-AAAA - W-NASC-AAAA
007151        IF W-CPT-MM < W-NASC-MM
007152           SUBTRACT 1 FROM W-IDADE
007153        END-IF
007154        IF W-IDADE NOT > W-IDADE-IR
007155           OR (DPNDESTUD = "S"
007156               AND W-IDADE NOT > W-IDADE-IR-EST)
007157           MOVE "S" TO W-CONTA-IR
007158        ELSE
007159           MOVE "ACIMA DA IDADE IR" TO LDP-OBS
007160        END-IF
007161     END-IF
007162     IF W-CONTA-IR NOT = "S"
007163        GO TO 3300-EXIT
007164     END-IF
007165     PERFORM 3400-VERIFICA-PENSAO THRU 3400-EXIT
007166     IF ALIMENTANDO
007167        MOVE "N" TO W-CONTA-IR
007168        MOVE "PENSAO ALIMENTICIA" TO LDP-OBS
007169     END-IF.
007170 3300-EXIT.
007171     EXIT.
007172*
007173*---------[ DEPENDENTE QUE E ALIMENTANDO COM PENSAO VIGENTE ]-----
007174*---------[ NA COMPETENCIA: PENSAO DA MESMA CHAPA COM A     ]-----
007175*---------[ MESMA SEQ OU, P/ BENEFICIARIO REGISTRADO SEM    ]-----
007176*---------[ SEQ, COM O MESMO CPF                            ]-----
007177 3400-VERIFICA-PENSAO.
007178     MOVE "N" TO W-ALIMENTANDO
007179     IF NOT PENSAO-DISPONIVEL
007180        GO TO 3400-EXIT
007181     END-IF
007182     MOVE CHAPA TO PENS-CHAPA
007183     MOVE ZEROS TO PENS-SEQ PENS-ORDEM
007184     START PENSDPND KEY IS NOT LESS THAN PENS-CHAVE
007185     IF ST-ERRO11 NOT = "00"
007186        GO TO 3400-EXIT
007187     END-IF
007188     MOVE "N" TO W-FIM-PENS
007189     PERFORM 3410-LE-PENSAO THRU 3410-EXIT
007190             UNTIL FIM-PENSAO OR ALIMENTANDO.
007191 3400-EXIT.
007192     EXIT.
007193*
007194*---------[ UMA PENSAO DA CHAPA: CONFERE A PESSOA E A       ]-----
007195*---------[ VIGENCIA (INICIO ATE A COMPETENCIA, FIM ZERADO  ]-----
007196*---------[ OU A PARTIR DELA)                               ]-----
007197 3410-LE-PENSAO.
007198     READ PENSDPND NEXT RECORD
007199         AT END
007200            MOVE "S" TO W-FIM-PENS
007201     END-READ
007202     IF FIM-PENSAO
007203        GO TO 3410-EXIT
007204     END-IF
007205     IF PENS-CHAPA NOT = CHAPA
007206        MOVE "S" TO W-FIM-PENS
007207        GO TO 3410-EXIT
007208     END-IF
007209     IF PENS-SEQ NOT = SEQ
007210        AND (CPF NOT NUMERIC OR CPF = ZEROS OR PENS-CPF NOT = CPF)
007211        GO TO 3410-EXIT
007212     END-IF
007213     MOVE PENS-DATA-INICIO TO W-PENS-DMA
007214     MOVE W-PDMA-AAAA TO W-PCPT-AAAA
007215     MOVE W-PDMA-MM   TO W-PCPT-MM
007216     IF W-PENS-CPT > W-COMPET
007217        GO TO 3410-EXIT
007218     END-IF
007219     IF PENS-DATA-FIM NOT = ZEROS
007220        MOVE PENS-DATA-FIM TO W-PENS-DMA
007221        MOVE W-PDMA-AAAA TO W-PCPT-AAAA
007222        MOVE W-PDMA-MM   TO W-PCPT-MM
007223        IF W-PENS-CPT < W-COMPET
007224           GO TO 3410-EXIT
007225        END-IF
007226     END-IF
007227     MOVE "S" TO W-ALIMENTANDO.
007228 3410-EXIT.
007229     EXIT.
007230*
007231*---------[ LEITURA DA PROXIMA CHAPA SELECIONADA ]----------------
007232 4000-LER-SELECAO.
007233     READ DECLCHP NEXT RECORD
007234         AT END
007235            MOVE "S" TO W-FIM-ARQ
007236     END-READ.
007237 4000-EXIT.
007238     EXIT.
007239*
007240*---------[ NOVA PAGINA: TITULO, FUNCIONARIO E TEXTO ]------------
007250 5000-CABECALHO.
007260     IF W-PRIMEIRA NOT = "S"
007270        WRITE LINHA-REL FROM LIN-BRANCO
007280              AFTER ADVANCING PAGE
007290        ADD 1 TO W-QTD-LINHAS
007300     END-IF
007310     MOVE "N" TO W-PRIMEIRA
007320     MOVE DCH-CHAPA  TO LTI-CHAPA
007330     MOVE W-CPT-MM   TO LTI-MM
007340     MOVE W-CPT-AAAA TO LTI-AAAA
007350     WRITE LINHA-REL FROM LIN-TITULO
007360     ADD 1 TO W-QTD-LINHAS
007370     WRITE LINHA-REL FROM LIN-BRANCO
007380     ADD 1 TO W-QTD-LINHAS
007390     MOVE FUNC-NOME TO LFU-NOME
007400     WRITE LINHA-REL FROM LIN-FUNC
007410     ADD 1 TO W-QTD-LINHAS
007420     WRITE LINHA-REL FROM LIN-BRANCO
007430     ADD 1 TO W-QTD-LINHAS
007440     WRITE LINHA-REL FROM LIN-TEXTO1
007450     ADD 1 TO W-QTD-LINHAS
007460     WRITE LINHA-REL FROM LIN-TEXTO2
007470     ADD 1 TO W-QTD-LINHAS
007480     WRITE LINHA-REL FROM LIN-BRANCO
007490     ADD 1 TO W-QTD-LINHAS
007500     WRITE LINHA-REL FROM LIN-CABEC-DEP
007510     ADD 1 TO W-QTD-LINHAS.
007520 5000-EXIT.
007530     EXIT.
007540*
007550*---------[ RESUMO, VALOR LEGAL, DATA E ASSINATURA ]--------------
007560 5200-RODAPE.
007570     WRITE LINHA-REL FROM LIN-BRANCO
007580     ADD 1 TO W-QTD-LINHAS
007590     MOVE W-QTD-DEP     TO LRS-QTD
007600     MOVE W-QTD-DEP-IR  TO LRS-QTD-IR
007610     MOVE W-TOT-DEDUCAO TO LRS-DEDUCAO
007620     WRITE LINHA-REL FROM LIN-RESUMO
007630     ADD 1 TO W-QTD-LINHAS
007640     MOVE W-VALOR-IR    TO LVL-VALOR
007650     WRITE LINHA-REL FROM LIN-VALOR-LEGAL
007660     ADD 1 TO W-QTD-LINHAS
007670     WRITE LINHA-REL FROM LIN-BRANCO
007680     ADD 1 TO W-QTD-LINHAS
007690     WRITE LINHA-REL FROM LIN-TEXTO3
007700     ADD 1 TO W-QTD-LINHAS
007710     WRITE LINHA-REL FROM LIN-TEXTO4
007720     ADD 1 TO W-QTD-LINHAS
007730     WRITE LINHA-REL FROM LIN-BRANCO
007740     ADD 1 TO W-QTD-LINHAS
007750     WRITE LINHA-REL FROM LIN-BRANCO
007760     ADD 1 TO W-QTD-LINHAS
007770     WRITE LINHA-REL FROM LIN-LOCAL-DATA
007780     ADD 1 TO W-QTD-LINHAS
007790     WRITE LINHA-REL FROM LIN-BRANCO
007800     ADD 1 TO W-QTD-LINHAS
007810     WRITE LINHA-REL FROM LIN-BRANCO
007820     ADD 1 TO W-QTD-LINHAS
007830     WRITE LINHA-REL FROM LIN-BRANCO
007840     ADD 1 TO W-QTD-LINHAS
007850     WRITE LINHA-REL FROM LIN-ASSINA1
007860     ADD 1 TO W-QTD-LINHAS
007870     WRITE LINHA-REL FROM LIN-ASSINA2
007880     ADD 1 TO W-QTD-LINHAS.
007890 5200-EXIT.
007900     EXIT.
007910*
007920*---------[ TOTAIS E ENCERRAMENTO ]-------------------------------
007930 8000-FINALIZA.
007940     CLOSE RELDECL
007950     IF W-TOT-DECL > ZEROS
007960        PERFORM 8200-CATALOGA THRU 8200-EXIT
007970        DISPLAY "DECLARACOES GRAVADAS EM " W-NOME-REL
007980     ELSE
007990        DISPLAY "NENHUMA DECLARACAO EMITIDA, ARQUIVO NAO "
008000            "CATALOGADO"
008010     END-IF
008020     DISPLAY "CHAPAS SELECIONADAS..: " W-TOT-SELEC
008030     DISPLAY "DECLARACOES EMITIDAS.: " W-TOT-DECL
008040     DISPLAY "CHAPAS SEM CADFUNC...: " W-TOT-SEM-FUNC
008050     DISPLAY "CHAPAS DESLIGADAS....: " W-TOT-DESLIG
008060     CLOSE CADDPND
008070     CLOSE CADFUNC
008080     CLOSE CADGRAU
008090     CLOSE DECLCHP
008092     IF PENSAO-DISPONIVEL
008094        CLOSE PENSDPND
008096     END-IF.
008100 8000-EXIT.
008110     EXIT.
008120*
008130*---------[ CATALOGO DA GERACAO DO RELATORIO (RELINDEX.DAT) ]-----
008140 8200-CATALOGA.
008150     OPEN EXTEND RELINDEX
008160     IF ST-ERRO10 NOT = "00"
008170        OPEN OUTPUT RELINDEX
008180        CLOSE RELINDEX
008190        OPEN EXTEND RELINDEX
008200     END-IF
008210     IF ST-ERRO10 NOT = "00"
008220        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINDEX: " ST-ERRO10
008230        STOP RUN
008240     END-IF
008250     MOVE "DECLDPND"     TO RIX-RELATORIO
008260     MOVE W-COMPET       TO RIX-COMPET
008270     MOVE W-DATA-SIS-NUM TO RIX-DATA-GER
008280     ACCEPT W-CARIMBO-HORA FROM TIME
008290     MOVE W-CARIMBO-HORA TO RIX-HORA-GER
008300     MOVE W-QTD-LINHAS   TO RIX-QTD-LINHAS
008310     MOVE W-NOME-REL     TO RIX-ARQUIVO
008320     WRITE REGRELIX
008330     IF ST-ERRO10 NOT = "00"
008340        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO RELINDEX: " ST-ERRO10
008350        STOP RUN
008360     END-IF
008370     CLOSE RELINDEX.
008380 8200-EXIT.
008390     EXIT.
