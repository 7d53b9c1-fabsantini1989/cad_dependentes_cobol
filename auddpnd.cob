000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDDPND.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* AUDITORIA MENSAL DE CONSISTENCIA DA FAMILIA. LE O        *
000090* CADDPND PELA CHAVE ALTERNATIVA CHAPA E CONFERE CADA      *
000100* DEPENDENTE ATIVO (STATS = "A") CONTRA OS DEMAIS ATIVOS   *
000110* DA MESMA CHAPA, A TABELA CADGRAU.DAT E OS CORTES LEGAIS  *
000120* DO CADLEGIS.DAT VIGENTES NA COMPETENCIA. REGRAS (COM A   *
000130* SEVERIDADE DE CADA UMA):                                 *
000140*   1 MAIS DE UMA ESPOSA (GRAU 0) ATIVA NA CHAPA    - ALTA *
000150*   2 PAI/MAE (GRAU 3/4) COM SEXO CONTRARIO AO GRAU - MEDIA*
000160*   3 ESTUDANTE EM GRAU SEM BAIXA POR IDADE         - BAIXA*
000170*   4 NETO/AVOS MARCADO EM DPNDINSS                 - ALTA *
000180*   5 DEPENDENTE IR ACIMA DA IDADE DO CADLEGIS SEM         *
000190*     O FLAG "E" (O FOLHDPND JA NAO O CONTA)        - MEDIA*
000200*   6 NOME E DATANASC REPETIDOS NA MESMA CHAPA      - ALTA *
000210*   7 ACIMA DA IDADE LIMITE DO GRAU NO CADGRAU E    - ALTA *
000220*     NAO BAIXADO PELO SUSDPND (MESMAS REGRAS DELE)        *
000230* O RELATORIO SAI POR CHAPA, COM O NOME DO FUNCIONARIO NO  *
000240* CADFUNC, E TRAZ A CONTAGEM POR REGRA. RODA NO LOTEDPND   *
000250* ANTES DO FOLHDPND: COM OCORRENCIA DE SEVERIDADE ALTA O   *
000260* OPERADOR DECIDE SE LIBERA A FOLHA; SE NAO LIBERAR, A     *
000270* COMPETENCIA NAO E CONCLUIDA NO CTRLBAT.DAT E A CADEIA    *
000280* PARA AQUI ATE A BASE SER CORRIGIDA E O PASSO REEXECUTADO.*
000290***********************************************************
000300* HISTORICO DE ALTERACOES
000310* DATA       AUTOR   DESCRICAO
000320* 15/10/2026 SSM     PROGRAMA CRIADO
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370               DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CADDPND ASSIGN TO DISK
000410              ORGANIZATION IS INDEXED
000420              ACCESS MODE  IS SEQUENTIAL
000430              RECORD KEY   IS CAD-CHAVE
000440              ALTERNATE RECORD KEY IS CHAPA
000450                           WITH DUPLICATES
000460              FILE STATUS  IS ST-ERRO.
000470     SELECT RELAUD ASSIGN TO DISK
000480              ORGANIZATION IS LINE SEQUENTIAL
000490              FILE STATUS  IS ST-ERRO2.
000500     SELECT CTRLBAT ASSIGN TO DISK
000510              ORGANIZATION IS INDEXED
000520              ACCESS MODE  IS RANDOM
000530              RECORD KEY   IS CTRL-CHAVE
000540              FILE STATUS  IS ST-ERRO3.
000550     SELECT RELINDEX ASSIGN TO DISK
000560              ORGANIZATION IS LINE SEQUENTIAL
000570              FILE STATUS  IS ST-ERRO4.
000580     SELECT CADGRAU ASSIGN TO DISK
000590              ORGANIZATION IS INDEXED
000600              ACCESS MODE  IS RANDOM
000610              RECORD KEY   IS GR-GRAU
000620              FILE STATUS  IS ST-ERRO5.
000630     SELECT CADFUNC ASSIGN TO DISK
000640              ORGANIZATION IS INDEXED
000650              ACCESS MODE  IS RANDOM
000660              RECORD KEY   IS FUNC-CHAPA
000670              FILE STATUS  IS ST-ERRO6.
000680     SELECT CADLEGIS ASSIGN TO DISK
000690              ORGANIZATION IS INDEXED
000700              ACCESS MODE  IS DYNAMIC
000710              RECORD KEY   IS LEG-COMPET
000720              FILE STATUS  IS ST-ERRO7.
000730*
000740*-----------------------------------------------------------------
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD CADDPND
000780         LABEL RECORD IS STANDARD
000790         VALUE OF FILE-ID IS "CADDPND.DAT".
000800     COPY "regdpnd.cpy".
000810*
000820 FD RELAUD
000830         LABEL RECORD IS STANDARD
000840         VALUE OF FILE-ID IS W-NOME-REL.
000850 01 LINHA-REL                  PIC X(132).
000860*
000870 FD CTRLBAT
000880         LABEL RECORD IS STANDARD
000890         VALUE OF FILE-ID IS "CTRLBAT.DAT".
000900     COPY "regctrl.cpy".
000910*
000920 FD RELINDEX
000930         LABEL RECORD IS STANDARD
000940         VALUE OF FILE-ID IS "RELINDEX.DAT".
000950     COPY "regrelix.cpy".
000960*
000970 FD CADGRAU
000980         LABEL RECORD IS STANDARD
000990         VALUE OF FILE-ID IS "CADGRAU.DAT".
001000     COPY "reggrau.cpy".
001010*
001020 FD CADFUNC
001030         LABEL RECORD IS STANDARD
001040         VALUE OF FILE-ID IS "CADFUNC.DAT".
001050     COPY "regfunc.cpy".
001060*
001070 FD CADLEGIS
001080         LABEL RECORD IS STANDARD
001090         VALUE OF FILE-ID IS "CADLEGIS.DAT".
001100     COPY "reglegi.cpy".
001110*-----------------------------------------------------------------
001120 WORKING-STORAGE SECTION.
001130 77 ST-ERRO          PIC X(02) VALUE "00".
001140 77 ST-ERRO2         PIC X(02) VALUE "00".
001150 77 ST-ERRO3         PIC X(02) VALUE "00".
001160 77 ST-ERRO4         PIC X(02) VALUE "00".
001170 77 ST-ERRO5         PIC X(02) VALUE "00".
001180 77 ST-ERRO6         PIC X(02) VALUE "00".
001190 77 ST-ERRO7         PIC X(02) VALUE "00".
001200 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
001210 01 W-NOME-REL.
001220     03 FILLER       PIC X(07) VALUE "RELAUD.".
001230     03 W-NR-COMPET  PIC 9(06).
001240     03 FILLER       PIC X(07) VALUE SPACES.
001250 77 W-FIM-ARQ        PIC X(01) VALUE "N".
001260     88 FIM-ARQUIVO              VALUE "S".
001270 77 W-FIM-LEG        PIC X(01) VALUE "N".
001280     88 FIM-LEGIS                VALUE "S".
001290 77 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
001300 77 W-TOT-ATIVOS     PIC 9(06) VALUE ZEROS.
001310 77 W-TOT-OCORR      PIC 9(06) VALUE ZEROS.
001320 77 W-TOT-ALTA       PIC 9(06) VALUE ZEROS.
001330 77 W-TOT-CHAPAS     PIC 9(06) VALUE ZEROS.
001340 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
001350 77 W-OPCAO          PIC X(01) VALUE SPACES.
001360 77 W-LIBERADA       PIC X(01) VALUE "S".
001370     88 FOLHA-LIBERADA           VALUE "S".
001380 01 W-DATA-SIS.
001390     03 W-SIS-AAAA   PIC 9(04).
001400     03 W-SIS-MM     PIC 9(02).
001410     03 W-SIS-DD     PIC 9(02).
001420 01 W-DATA-SIS-NUM REDEFINES W-DATA-SIS PIC 9(08).
001430 01 W-COMPET-GRP.
001440     03 W-CPT-AAAA   PIC 9(04).
001450     03 W-CPT-MM     PIC 9(02).
001460 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
001470*
001480*---------[ DATA DE REFERENCIA DA BAIXA POR IDADE: A DO ]--------
001490*---------[ SUSDPND DA COMPETENCIA (CTRLBAT) OU A DO DIA ]-------
001500 01 W-DATA-REF.
001510     03 W-REF-AAAA   PIC 9(04).
001520     03 W-REF-MM     PIC 9(02).
001530     03 W-REF-DD     PIC 9(02).
001540*
001550*---------[ IDADES LIMITE DA BAIXA (PADROES DO SUSDPND OU ]------
001560*---------[ AS GRAVADAS NO CTRLBAT PARA O SUSDPND)        ]------
001570 77 W-IDADE-CORTE        PIC 9(02) VALUE 21.
001580 77 W-IDADE-CORTE-ESTUD  PIC 9(02) VALUE 24.
001590 77 W-CORTE-GRAU         PIC 9(02) VALUE ZEROS.
001600 77 W-CORTE-GRAU-ESTUD   PIC 9(02) VALUE ZEROS.
001610 77 W-GRAU-SUJEITO       PIC X(01) VALUE "N".
001620     88 GRAU-SUJEITO-BAIXA       VALUE "S".
001630*
001640*---------[ CORTES LEGAIS DE IR DA COMPETENCIA (CADLEGIS) ]------
001650 77 W-IDADE-IR       PIC 9(02) VALUE 21.
001660 77 W-IDADE-IR-EST   PIC 9(02) VALUE 24.
001670 77 W-IDADE          PIC S9(03) VALUE ZEROS.
001680 77 W-IDADE-CPT      PIC S9(03) VALUE ZEROS.
001690 01 W-DATANASC-WS.
001700     03 W-NASC-DD    PIC 9(02).
001710     03 W-NASC-MM    PIC 9(02).
001720     03 W-NASC-AAAA  PIC 9(04).
001730*
001740*---------[ DEPENDENTES ATIVOS JA LIDOS NA CHAPA CORRENTE ]------
001750 77 W-CHAPA-ANT      PIC 9(06) VALUE ZEROS.
001760 77 W-PRIMEIRA       PIC X(01) VALUE "S".
001770 77 W-CHAPA-IMPRESSA PIC X(01) VALUE "N".
001780 77 W-QTD-ESPOSA     PIC 9(02) VALUE ZEROS.
001790 77 W-FAM-QTD        PIC 9(02) VALUE ZEROS.
001800 77 W-FI             PIC 9(02) VALUE ZEROS.
001810 77 W-SEQ-REPETIDA   PIC 9(01) VALUE ZEROS.
001820 77 W-REPETIDO       PIC X(01) VALUE "N".
001830     88 NOME-REPETIDO            VALUE "S".
001840 01 TAB-FAMILIA.
001850     03 FAM-ITEM      OCCURS 10 TIMES.
001860        05 FAM-SEQ      PIC 9(01).
001870        05 FAM-NOME     PIC X(30).
001880        05 FAM-DATANASC PIC 9(08).
001890*
001900*---------[ REGRAS DA AUDITORIA: SEVERIDADE E DESCRICAO ]--------
001910 01 TAB-REGRAS.
001920     03 FILLER        PIC X(05) VALUE "ALTA".
001930     03 FILLER        PIC X(45) VALUE
001940        "MAIS DE UMA ESPOSA ATIVA NA CHAPA".
001950     03 FILLER        PIC X(05) VALUE "MEDIA".
001960     03 FILLER        PIC X(45) VALUE
001970        "SEXO INCOMPATIVEL COM O GRAU PAI/MAE".
001980     03 FILLER        PIC X(05) VALUE "BAIXA".
001990     03 FILLER        PIC X(45) VALUE
002000        "ESTUDANTE EM GRAU SEM BAIXA POR IDADE".
002010     03 FILLER        PIC X(05) VALUE "ALTA".
002020     03 FILLER        PIC X(45) VALUE
002030        "NETO/AVOS MARCADO EM DPNDINSS".
002040     03 FILLER        PIC X(05) VALUE "MEDIA".
002050     03 FILLER        PIC X(45) VALUE
002060        "DEPENDENTE IR ACIMA DA IDADE LEGAL SEM FLAG E".
002070     03 FILLER        PIC X(05) VALUE "ALTA".
002080     03 FILLER        PIC X(45) VALUE
002090        "NOME E NASCIMENTO REPETIDOS NA CHAPA".
002100     03 FILLER        PIC X(05) VALUE "ALTA".
002110     03 FILLER        PIC X(45) VALUE
002120        "ACIMA DA IDADE LIMITE DO GRAU E NAO BAIXADO".
002130 01 TAB-REGRAS-AUX REDEFINES TAB-REGRAS.
002140     03 TR-ITEM       OCCURS 7 TIMES.
002150        05 TR-SEVERIDADE PIC X(05).
002160        05 TR-DESCRICAO  PIC X(45).
002170 01 TAB-CONTAGEM.
002180     03 TC-QTD        PIC 9(06) OCCURS 7 TIMES.
002190 77 W-REGRA          PIC 9(01) VALUE ZEROS.
002200 77 W-CPL-ROTULO     PIC X(06) VALUE SPACES.
002210 77 W-CPL-VALOR      PIC X(04) VALUE SPACES.
002220 77 W-IDADE-ED       PIC ZZ9.
002230*
002240     COPY "tabgrau.cpy".
002250*
002260 01 LIN-CABEC1.
002270     03 FILLER       PIC X(50) VALUE
002280        "AUDITORIA DE CONSISTENCIA DA FAMILIA (CADDPND)".
002290     03 FILLER       PIC X(13) VALUE "COMPETENCIA:".
002300     03 LC1-COMPET   PIC 9(06).
002310     03 FILLER       PIC X(63) VALUE SPACES.
002320*
002330 01 LIN-CABEC2.
002340     03 FILLER       PIC X(12) VALUE "CHAPA".
002350     03 FILLER       PIC X(04) VALUE "SEQ".
002360     03 FILLER       PIC X(32) VALUE "NOME DO DEPENDENTE".
002370     03 FILLER       PIC X(17) VALUE "GRAU".
002380     03 FILLER       PIC X(04) VALUE "REG".
002390     03 FILLER       PIC X(07) VALUE "SEVER.".
002400     03 FILLER       PIC X(56) VALUE "OCORRENCIA".
002410*
002420 01 LIN-CHAPA.
002430     03 FILLER       PIC X(07) VALUE "CHAPA:".
002440     03 LCH-CHAPA    PIC 9(06).
002450     03 FILLER       PIC X(02) VALUE SPACES.
002460     03 LCH-NOME     PIC X(32).
002470     03 FILLER       PIC X(85) VALUE SPACES.
002480*
002490 01 LIN-DETALHE.
002500     03 LD-CHAPA     PIC 9(06).
002510     03 FILLER       PIC X(06) VALUE SPACES.
002520     03 LD-SEQ       PIC 9(01).
002530     03 FILLER       PIC X(03) VALUE SPACES.
002540     03 LD-NOME      PIC X(30).
002550     03 FILLER       PIC X(02) VALUE SPACES.
002560     03 LD-GRAU      PIC X(14).
002570     03 FILLER       PIC X(03) VALUE SPACES.
002580     03 LD-REGRA     PIC 9(01).
002590     03 FILLER       PIC X(03) VALUE SPACES.
002600     03 LD-SEVERIDADE PIC X(05).
002610     03 FILLER       PIC X(02) VALUE SPACES.
002620     03 LD-DESCRICAO PIC X(45).
002630     03 FILLER       PIC X(01) VALUE SPACES.
002640     03 LD-CPL-ROTULO PIC X(06).
002650     03 LD-CPL-VALOR PIC X(04).
002660*
002670 01 LIN-REGRA.
002680     03 FILLER       PIC X(06) VALUE "REGRA".
002690     03 LR-REGRA     PIC 9(01).
002700     03 FILLER       PIC X(03) VALUE " - ".
002710     03 LR-SEVERIDADE PIC X(05).
002720     03 FILLER       PIC X(03) VALUE " - ".
002730     03 LR-DESCRICAO PIC X(45).
002740     03 FILLER       PIC X(02) VALUE ": ".
002750     03 LR-QTD       PIC ZZZ.ZZ9.
002760     03 FILLER       PIC X(60) VALUE SPACES.
002770*
002780 01 LIN-TOTAL1.
002790     03 FILLER       PIC X(40) VALUE
002800        "TOTAL DE DEPENDENTES ATIVOS CONFERIDOS: ".
002810     03 LT1-TOTAL    PIC ZZZ.ZZ9.
002820     03 FILLER       PIC X(85) VALUE SPACES.
002830*
002840 01 LIN-TOTAL2.
002850     03 FILLER       PIC X(40) VALUE
002860        "TOTAL DE CHAPAS COM OCORRENCIA:        ".
002870     03 LT2-TOTAL    PIC ZZZ.ZZ9.
002880     03 FILLER       PIC X(85) VALUE SPACES.
002890*
002900 01 LIN-TOTAL3.
002910     03 FILLER       PIC X(40) VALUE
002920        "TOTAL DE OCORRENCIAS:                  ".
002930     03 LT3-TOTAL    PIC ZZZ.ZZ9.
002940     03 FILLER       PIC X(85) VALUE SPACES.
002950*
002960 01 LIN-RETIDA.
002970     03 FILLER       PIC X(60) VALUE
002980        "*** FOLHA NAO LIBERADA: CORRIJA A BASE E REEXECUTE ***".
002990     03 FILLER       PIC X(72) VALUE SPACES.
003000*
003010 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
003020*-----------------------------------------------------------------
003030 PROCEDURE DIVISION.
003040 0000-MAINLINE.
003050     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
003060     PERFORM 2000-PROCESSA    THRU 2000-EXIT
003070             UNTIL FIM-ARQUIVO.
003080     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
003090     STOP RUN.
003100*
003110*---------[ ABERTURA, CONTROLE DE EXECUCAO E 1A LEITURA ]---------
003120 1000-INICIALIZA.
003130     OPEN I-O CTRLBAT
003140     IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
003150        OPEN OUTPUT CTRLBAT
003160        CLOSE CTRLBAT
003170        OPEN I-O CTRLBAT
003180     END-IF
003190     IF ST-ERRO3 NOT = "00"
003200        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLBAT: " ST-ERRO3
003210        STOP RUN
003220     END-IF
003230     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
003240     MOVE W-SIS-AAAA TO W-CPT-AAAA
003250     MOVE W-SIS-MM   TO W-CPT-MM
003260     MOVE W-COMPET   TO W-NR-COMPET
003270     MOVE W-DATA-SIS TO W-DATA-REF
003280     PERFORM 1200-PARAMETROS-BAIXA THRU 1200-EXIT
003290     PERFORM 1100-CONTROLE-INICIO THRU 1100-EXIT
003300     PERFORM 1300-CARREGA-LEGIS THRU 1300-EXIT
003310     OPEN INPUT CADGRAU
003320     IF ST-ERRO5 NOT = "00"
003330        DISPLAY "TABELA CADGRAU INDISPONIVEL (" ST-ERRO5
003340            "), EXECUTE O CGRAU ANTES DA AUDITORIA"
003350        STOP RUN
003360     END-IF
003370     OPEN INPUT CADFUNC
003380     IF ST-ERRO6 NOT = "00"
003390        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-ERRO6
003400        STOP RUN
003410     END-IF
003420     OPEN INPUT  CADDPND
003430     IF ST-ERRO NOT = "00"
003440        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDPND: " ST-ERRO
003450        STOP RUN
003460     END-IF
003470     OPEN OUTPUT RELAUD
003480     IF ST-ERRO2 NOT = "00"
003490        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELAUD: " ST-ERRO2
003500        STOP RUN
003510     END-IF
003520     MOVE W-COMPET TO LC1-COMPET
003530     WRITE LINHA-REL FROM LIN-CABEC1
003540     ADD 1 TO W-QTD-LINHAS
003550     WRITE LINHA-REL FROM LIN-BRANCO
003560     ADD 1 TO W-QTD-LINHAS
003570     WRITE LINHA-REL FROM LIN-CABEC2
003580     ADD 1 TO W-QTD-LINHAS
003590     MOVE ZEROS TO TAB-CONTAGEM
003600     MOVE ZEROS TO CHAPA
003610     START CADDPND KEY IS NOT LESS THAN CHAPA
003620     IF ST-ERRO NOT = "00"
003630        MOVE "S" TO W-FIM-ARQ
003640     ELSE
003650        PERFORM 4000-LER-CADDPND THRU 4000-EXIT
003660     END-IF.
003670 1000-EXIT.
003680     EXIT.
003690*
003700*---------[ REGISTRO DE CONTROLE DA COMPETENCIA: PROTECAO ]-------
003710*---------[ DE DUPLICIDADE E CARIMBO DE INICIO            ]-------
003720 1100-CONTROLE-INICIO.
003730     MOVE "AUDDPND " TO CTRL-PROGRAMA
003740     MOVE W-COMPET   TO CTRL-COMPET
003750     READ CTRLBAT
003760     IF ST-ERRO3 = "23"
003770        MOVE SPACES     TO REGCTRL
003780        MOVE "AUDDPND " TO CTRL-PROGRAMA
003790        MOVE W-COMPET   TO CTRL-COMPET
003800        MOVE ZEROS      TO CTRL-DATA-PROC
003810        MOVE ZEROS      TO CTRL-IDADE-LIMITE CTRL-IDADE-ESTUD
003820     ELSE
003830        IF ST-ERRO3 NOT = "00"
003840           DISPLAY "ERRO NA LEITURA DO ARQUIVO CTRLBAT: "
003850               ST-ERRO3
003860           STOP RUN
003870        END-IF
003880     END-IF
003890     IF CTRL-COMPLETO AND NOT CTRL-REEXEC-PEDIDA
003900        DISPLAY "COMPETENCIA " W-COMPET " JA PROCESSADA EM "
003910            CTRL-FIM-DATA ", EXECUCAO RECUSADA"
003920        DISPLAY "USE O CTRLDPND PARA AUTORIZAR A REEXECUCAO"
003930        CLOSE CTRLBAT
003940        STOP RUN
003950     END-IF
003960     MOVE "E"        TO CTRL-SITUACAO
003970     MOVE "N"        TO CTRL-REEXECUTA
003980     IF CTRL-DATA-PROC = ZEROS
003990        MOVE W-DATA-SIS TO CTRL-DATA-PROC
004000     END-IF
004010     MOVE ZEROS      TO CTRL-FIM-DATA CTRL-FIM-HORA
004020     MOVE ZEROS      TO CTRL-QTD-LIDOS CTRL-QTD-GRAVADOS
004030     MOVE ZEROS      TO CTRL-CHK-CHAPA CTRL-CHK-SEQ
004040     MOVE W-DATA-SIS TO CTRL-INI-DATA
004050     ACCEPT W-CARIMBO-HORA FROM TIME
004060     MOVE W-CARIMBO-HORA TO CTRL-INI-HORA
004070     IF ST-ERRO3 = "23"
004080        WRITE REGCTRL
004090     ELSE
004100        REWRITE REGCTRL
004110     END-IF
004120     IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
004130        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTRLBAT: " ST-ERRO3
004140        STOP RUN
004150     END-IF.
004160 1100-EXIT.
004170     EXIT.
004180*
004190*---------[ DATA E IDADES DA BAIXA DO SUSDPND NA COMPETENCIA: ]--
004200*---------[ A REGRA 7 CONFERE EXATAMENTE O QUE ELE BAIXARIA   ]--
004210 1200-PARAMETROS-BAIXA.
004220     MOVE "SUSDPND " TO CTRL-PROGRAMA
004230     MOVE W-COMPET   TO CTRL-COMPET
004240     READ CTRLBAT
004250     IF ST-ERRO3 = "23"
004260        GO TO 1200-EXIT
004270     END-IF
004280     IF ST-ERRO3 NOT = "00"
004290        DISPLAY "ERRO NA LEITURA DO ARQUIVO CTRLBAT: " ST-ERRO3
004300        STOP RUN
004310     END-IF
004320     IF CTRL-DATA-PROC NOT = ZEROS
004330        MOVE CTRL-DATA-PROC TO W-DATA-REF
004340     END-IF
004350     IF CTRL-IDADE-LIMITE NOT = ZEROS
004360        MOVE CTRL-IDADE-LIMITE TO W-IDADE-CORTE
004370     END-IF
004380     IF CTRL-IDADE-ESTUD NOT = ZEROS
004390        MOVE CTRL-IDADE-ESTUD TO W-IDADE-CORTE-ESTUD
004400     END-IF.
004410 1200-EXIT.
004420     EXIT.
004430*
004440*---------[ CORTES LEGAIS DE IR VIGENTES NA COMPETENCIA, ]-------
004450*---------[ COMO NO 1700-CARREGA-LEGIS DO FOLHDPND       ]-------
004460 1300-CARREGA-LEGIS.
004470     OPEN INPUT CADLEGIS
004480     IF ST-ERRO7 NOT = "00"
004490        DISPLAY "CADLEGIS INDISPONIVEL (" ST-ERRO7 "), USANDO "
004500            "OS PADROES, EXECUTE O CLEGIS"
004510        GO TO 1300-EXIT
004520     END-IF
004530     MOVE ZEROS TO LEG-COMPET
004540     START CADLEGIS KEY IS NOT LESS THAN LEG-COMPET
004550     IF ST-ERRO7 NOT = "00"
004560        MOVE "S" TO W-FIM-LEG
004570     END-IF
004580     PERFORM 1310-LE-LEGIS THRU 1310-EXIT
004590             UNTIL FIM-LEGIS
004600     CLOSE CADLEGIS.
004610 1300-EXIT.
004620     EXIT.
004630*
004640 1310-LE-LEGIS.
004650     READ CADLEGIS NEXT RECORD
004660         AT END
004670            MOVE "S" TO W-FIM-LEG
004680            GO TO 1310-EXIT
004690     END-READ
004700     IF LEG-COMPET > W-COMPET
004710        MOVE "S" TO W-FIM-LEG
004720        GO TO 1310-EXIT
004730     END-IF
004740     MOVE LEG-IDADE-IR       TO W-IDADE-IR
004750     MOVE LEG-IDADE-IR-ESTUD TO W-IDADE-IR-EST.
004760 1310-EXIT.
004770     EXIT.
004780*
004790*---------[ LACO PRINCIPAL COM QUEBRA POR CHAPA ]-----------------
004800 2000-PROCESSA.
004810     IF W-PRIMEIRA = "S" OR CHAPA NOT = W-CHAPA-ANT
004820        MOVE CHAPA TO W-CHAPA-ANT
004830        MOVE "N"   TO W-PRIMEIRA
004840        MOVE "N"   TO W-CHAPA-IMPRESSA
004850        MOVE ZEROS TO W-QTD-ESPOSA W-FAM-QTD
004860     END-IF
004870     IF STATS = "A"
004880        ADD 1 TO W-TOT-ATIVOS
004890        PERFORM 3000-CONFERE-DEPENDENTE THRU 3000-EXIT
004900     END-IF
004910     PERFORM 4000-LER-CADDPND THRU 4000-EXIT.
004920 2000-EXIT.
004930     EXIT.
004940*
004950*---------[ AS SETE REGRAS PARA UM DEPENDENTE ATIVO ]-------------
004960 3000-CONFERE-DEPENDENTE.
004970     PERFORM 3100-REGRAS-GRAU THRU 3100-EXIT
004980     PERFORM 3200-CALCULA-IDADE THRU 3200-EXIT
004990     IF GRAU = 0
005000        ADD 1 TO W-QTD-ESPOSA
005010        IF W-QTD-ESPOSA > 1
005020           MOVE 1 TO W-REGRA
005030           MOVE SPACES TO W-CPL-ROTULO W-CPL-VALOR
005040           PERFORM 5000-RELATA-OCORRENCIA THRU 5000-EXIT
005050        END-IF
005060     END-IF
005070     IF (GRAU = 3 AND (SEXO = "F" OR SEXO = "f"))
005080        OR (GRAU = 4 AND (SEXO = "M" OR SEXO = "m"))
005090        MOVE 2 TO W-REGRA
005100        MOVE "SEXO"   TO W-CPL-ROTULO
005110        MOVE SEXO     TO W-CPL-VALOR
005120        PERFORM 5000-RELATA-OCORRENCIA THRU 5000-EXIT
005130     END-IF
005140     IF DPNDESTUD = "S" AND NOT GRAU-SUJEITO-BAIXA
005150        MOVE 3 TO W-REGRA
005160        MOVE SPACES TO W-CPL-ROTULO W-CPL-VALOR
005170        PERFORM 5000-RELATA-OCORRENCIA THRU 5000-EXIT
005180     END-IF
005190     IF (GRAU = 5 OR GRAU = 6)
005200        AND (DPNDINSS = "S" OR DPNDINSS = "E")
005210        MOVE 4 TO W-REGRA
005220        MOVE "INSS"   TO W-CPL-ROTULO
005230        MOVE DPNDINSS TO W-CPL-VALOR
005240        PERFORM 5000-RELATA-OCORRENCIA THRU 5000-EXIT
005250     END-IF
005260     IF DPNDIR = "S"
005270        AND W-IDADE-CPT > W-IDADE-IR
005280        AND (DPNDESTUD NOT = "S" OR W-IDADE-CPT > W-IDADE-IR-EST)
005290        MOVE 5 TO W-REGRA
005300        MOVE "IDADE"  TO W-CPL-ROTULO
005310        MOVE W-IDADE-CPT TO W-IDADE-ED
005320        MOVE W-IDADE-ED  TO W-CPL-VALOR
005330        PERFORM 5000-RELATA-OCORRENCIA THRU 5000-EXIT
005340     END-IF
005350     PERFORM 3300-PROCURA-REPETIDO THRU 3300-EXIT
005360     IF NOME-REPETIDO
005370        MOVE 6 TO W-REGRA
005380        MOVE "SEQ"    TO W-CPL-ROTULO
005390        MOVE W-SEQ-REPETIDA TO W-CPL-VALOR
005400        PERFORM 5000-RELATA-OCORRENCIA THRU 5000-EXIT
005410     END-IF
005420     IF GRAU-SUJEITO-BAIXA
005430        AND ((DPNDESTUD = "S" AND W-IDADE >= W-CORTE-GRAU-ESTUD)
005440          OR (DPNDESTUD NOT = "S" AND W-IDADE >= W-CORTE-GRAU))
005450        MOVE 7 TO W-REGRA
005460        MOVE "IDADE"  TO W-CPL-ROTULO
005470        MOVE W-IDADE  TO W-IDADE-ED
005480        MOVE W-IDADE-ED TO W-CPL-VALOR
005490        PERFORM 5000-RELATA-OCORRENCIA THRU 5000-EXIT
005500     END-IF
005510     IF W-FAM-QTD < 10
005520        ADD 1 TO W-FAM-QTD
005530        MOVE SEQ      TO FAM-SEQ      (W-FAM-QTD)
005540        MOVE NOMEDPND TO FAM-NOME     (W-FAM-QTD)
005550        MOVE DATANASC TO FAM-DATANASC (W-FAM-QTD)
005560     END-IF.
005570 3000-EXIT.
005580     EXIT.
005590*
005600*---------[ REGRAS DO GRAU NA TABELA CADGRAU, COMO NO ]----------
005610*---------[ 2100-REGRAS-GRAU DO SUSDPND                ]----------
005620 3100-REGRAS-GRAU.
005630     MOVE "N"  TO W-GRAU-SUJEITO
005640     MOVE GRAU TO GR-GRAU
005650     READ CADGRAU
005660     IF ST-ERRO5 = "23"
005670        GO TO 3100-EXIT
005680     END-IF
005690     IF ST-ERRO5 NOT = "00"
005700        DISPLAY "ERRO NA LEITURA DO ARQUIVO CADGRAU: " ST-ERRO5
005710        STOP RUN
005720     END-IF
005730     MOVE GR-SUJEITO-BAIXA TO W-GRAU-SUJEITO
005740     IF GR-IDADE-LIMITE = ZEROS
005750        MOVE W-IDADE-CORTE TO W-CORTE-GRAU
005760     ELSE
005770        MOVE GR-IDADE-LIMITE TO W-CORTE-GRAU
005780     END-IF
005790     IF GR-IDADE-ESTUD = ZEROS
005800        MOVE W-IDADE-CORTE-ESTUD TO W-CORTE-GRAU-ESTUD
005810     ELSE
005820        MOVE GR-IDADE-ESTUD TO W-CORTE-GRAU-ESTUD
005830     END-IF.
005840 3100-EXIT.
005850     EXIT.
005860*
005870*---------[ IDADE NA DATA DA BAIXA (COMO O SUSDPND) E NO FIM ]---
005880*---------[ DA COMPETENCIA (COMO O FOLHDPND)                  ]---
005890 3200-CALCULA-IDADE.
005900     MOVE DATANASC TO W-DATANASC-WS
005910     COMPUTE W-IDADE = W-REF-AAAA - W-NASC-AAAA
005920     IF W-REF-MM < W-NASC-MM
005930        SUBTRACT 1 FROM W-IDADE
005940     ELSE
005950        IF W-REF-MM = W-NASC-MM AND W-REF-DD < W-NASC-DD
005960           SUBTRACT 1 FROM W-IDADE
005970        END-IF
005980     END-IF
005990     COMPUTE W-IDADE-CPT = W-CPT-AAAA - W-NASC-AAAA
006000     IF W-CPT-MM < W-NASC-MM
006010        SUBTRACT 1 FROM W-IDADE-CPT
006020     END-IF.
006030 3200-EXIT.
006040     EXIT.
006050*
006060*---------[ MESMO NOME E DATANASC DE OUTRO ATIVO DA CHAPA ]------
006070 3300-PROCURA-REPETIDO.
006080     MOVE "N" TO W-REPETIDO
006090     MOVE 1   TO W-FI
006100     PERFORM 3310-COMPARA-FAMILIA THRU 3310-EXIT
006110             UNTIL W-FI > W-FAM-QTD OR NOME-REPETIDO.
006120 3300-EXIT.
006130     EXIT.
006140*
006150 3310-COMPARA-FAMILIA.
006160     IF FAM-NOME (W-FI) = NOMEDPND
006170        AND FAM-DATANASC (W-FI) = DATANASC
006180        MOVE "S" TO W-REPETIDO
006190        MOVE FAM-SEQ (W-FI) TO W-SEQ-REPETIDA
006200     END-IF
006210     ADD 1 TO W-FI.
006220 3310-EXIT.
006230     EXIT.
006240*
006250*---------[ LEITURA DO CADDPND NA ORDEM DA CHAVE CHAPA ]---------
006260 4000-LER-CADDPND.
006270     READ CADDPND NEXT RECORD
006280         AT END
006290            MOVE "S" TO W-FIM-ARQ
006300         NOT AT END
006310            ADD 1 TO W-TOT-LIDOS
006320     END-READ.
006330 4000-EXIT.
006340     EXIT.
006350*
006360*---------[ LINHA DA OCORRENCIA, PRECEDIDA DA CHAPA NA ]---------
006370*---------[ PRIMEIRA OCORRENCIA DELA                   ]---------
006380 5000-RELATA-OCORRENCIA.
006390     IF W-CHAPA-IMPRESSA = "N"
006400        PERFORM 5100-CABECALHO-CHAPA THRU 5100-EXIT
006410     END-IF
006420     MOVE CHAPA    TO LD-CHAPA
006430     MOVE SEQ      TO LD-SEQ
006440     MOVE NOMEDPND TO LD-NOME
006450     MOVE TTIPGRAU (GRAU + 1) TO LD-GRAU
006460     MOVE W-REGRA  TO LD-REGRA
006470     MOVE TR-SEVERIDADE (W-REGRA) TO LD-SEVERIDADE
006480     MOVE TR-DESCRICAO  (W-REGRA) TO LD-DESCRICAO
006490     MOVE W-CPL-ROTULO TO LD-CPL-ROTULO
006500     MOVE W-CPL-VALOR  TO LD-CPL-VALOR
006510     WRITE LINHA-REL FROM LIN-DETALHE
006520     ADD 1 TO W-QTD-LINHAS
006530     ADD 1 TO TC-QTD (W-REGRA)
006540     ADD 1 TO W-TOT-OCORR
006550     IF TR-SEVERIDADE (W-REGRA) = "ALTA"
006560        ADD 1 TO W-TOT-ALTA
006570     END-IF.
006580 5000-EXIT.
006590     EXIT.
006600*
006610 5100-CABECALHO-CHAPA.
006620     MOVE "S"   TO W-CHAPA-IMPRESSA
006630     ADD 1      TO W-TOT-CHAPAS
006640     MOVE CHAPA TO LCH-CHAPA
006650     MOVE CHAPA TO FUNC-CHAPA
006660     READ CADFUNC KEY IS FUNC-CHAPA
006670     IF ST-ERRO6 = "00"
006680        MOVE FUNC-NOME TO LCH-NOME
006690     ELSE
006700        MOVE "** NAO CADASTRADA NO CADFUNC **" TO LCH-NOME
006710     END-IF
006720     WRITE LINHA-REL FROM LIN-BRANCO
006730     ADD 1 TO W-QTD-LINHAS
006740     WRITE LINHA-REL FROM LIN-CHAPA
006750     ADD 1 TO W-QTD-LINHAS.
006760 5100-EXIT.
006770     EXIT.
006780*
006790*---------[ CONTAGEM DE UMA REGRA NO RESUMO ]---------------------
006800 6000-RESUMO-REGRA.
006810     MOVE W-REGRA TO LR-REGRA
006820     MOVE TR-SEVERIDADE (W-REGRA) TO LR-SEVERIDADE
006830     MOVE TR-DESCRICAO  (W-REGRA) TO LR-DESCRICAO
006840     MOVE TC-QTD (W-REGRA) TO LR-QTD
006850     WRITE LINHA-REL FROM LIN-REGRA
006860     ADD 1 TO W-QTD-LINHAS
006870     DISPLAY "REGRA " W-REGRA " " TR-SEVERIDADE (W-REGRA) ": "
006880         TC-QTD (W-REGRA)
006890     ADD 1 TO W-REGRA.
006900 6000-EXIT.
006910     EXIT.
006920*
006930*---------[ RESUMO, LIBERACAO DA FOLHA E ENCERRAMENTO ]-----------
006940 8000-FINALIZA.
006950     WRITE LINHA-REL FROM LIN-BRANCO
006960     ADD 1 TO W-QTD-LINHAS
006970     MOVE 1 TO W-REGRA
006980     PERFORM 6000-RESUMO-REGRA THRU 6000-EXIT
006990             UNTIL W-REGRA > 7
007000     WRITE LINHA-REL FROM LIN-BRANCO
007010     ADD 1 TO W-QTD-LINHAS
007020     MOVE W-TOT-ATIVOS TO LT1-TOTAL
007030     WRITE LINHA-REL FROM LIN-TOTAL1
007040     ADD 1 TO W-QTD-LINHAS
007050     MOVE W-TOT-CHAPAS TO LT2-TOTAL
007060     WRITE LINHA-REL FROM LIN-TOTAL2
007070     ADD 1 TO W-QTD-LINHAS
007080     MOVE W-TOT-OCORR  TO LT3-TOTAL
007090     WRITE LINHA-REL FROM LIN-TOTAL3
007100     ADD 1 TO W-QTD-LINHAS
007110     DISPLAY "DEPENDENTES ATIVOS...: " W-TOT-ATIVOS
007120     DISPLAY "OCORRENCIAS..........: " W-TOT-OCORR
007130     IF W-TOT-ALTA > ZEROS
007140        PERFORM 8300-LIBERA-FOLHA THRU 8300-EXIT
007150     END-IF
007160     IF NOT FOLHA-LIBERADA
007170        WRITE LINHA-REL FROM LIN-BRANCO
007180        ADD 1 TO W-QTD-LINHAS
007190        WRITE LINHA-REL FROM LIN-RETIDA
007200        ADD 1 TO W-QTD-LINHAS
007210     END-IF
007220     PERFORM 8200-CATALOGA THRU 8200-EXIT
007230     IF FOLHA-LIBERADA
007240        PERFORM 8100-CONTROLE-FIM THRU 8100-EXIT
007250     ELSE
007260        DISPLAY "*** FOLHA NAO LIBERADA: COMPETENCIA NAO "
007270            "CONCLUIDA, CORRIJA A BASE E REEXECUTE ***"
007280     END-IF
007290     CLOSE CADDPND
007300     CLOSE CADGRAU
007310     CLOSE CADFUNC
007320     CLOSE RELAUD
007330     CLOSE CTRLBAT.
007340 8000-EXIT.
007350     EXIT.
007360*
007370*---------[ CONCLUSAO DA COMPETENCIA NO REGISTRO DE CONTROLE ]----
007380 8100-CONTROLE-FIM.
007390     MOVE "C"            TO CTRL-SITUACAO
007400     MOVE "N"            TO CTRL-REEXECUTA
007410     MOVE W-TOT-LIDOS    TO CTRL-QTD-LIDOS
007420     MOVE W-TOT-OCORR    TO CTRL-QTD-GRAVADOS
007430     MOVE W-DATA-SIS     TO CTRL-FIM-DATA
007440     ACCEPT W-CARIMBO-HORA FROM TIME
007450     MOVE W-CARIMBO-HORA TO CTRL-FIM-HORA
007460     REWRITE REGCTRL
007470     IF ST-ERRO3 NOT = "00"
007480        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTRLBAT: " ST-ERRO3
007490        STOP RUN
007500     END-IF.
007510 8100-EXIT.
007520     EXIT.
007530*
007540*---------[ CATALOGO DA GERACAO DO RELATORIO (RELINDEX.DAT) ]-----
007550 8200-CATALOGA.
007560     OPEN EXTEND RELINDEX
007570     IF ST-ERRO4 NOT = "00"
007580        OPEN OUTPUT RELINDEX
007590        CLOSE RELINDEX
007600        OPEN EXTEND RELINDEX
007610     END-IF
007620     IF ST-ERRO4 NOT = "00"
007630        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINDEX: " ST-ERRO4
007640        STOP RUN
007650     END-IF
007660     MOVE "RELAUD  "     TO RIX-RELATORIO
007670     MOVE W-COMPET       TO RIX-COMPET
007680     MOVE W-DATA-SIS-NUM TO RIX-DATA-GER
007690     ACCEPT W-CARIMBO-HORA FROM TIME
007700     MOVE W-CARIMBO-HORA TO RIX-HORA-GER
007710     MOVE W-QTD-LINHAS   TO RIX-QTD-LINHAS
007720     MOVE W-NOME-REL     TO RIX-ARQUIVO
007730     WRITE REGRELIX
007740     IF ST-ERRO4 NOT = "00"
007750        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO RELINDEX: " ST-ERRO4
007760        STOP RUN
007770     END-IF
007780     CLOSE RELINDEX.
007790 8200-EXIT.
007800     EXIT.
007810*
007820*---------[ OCORRENCIA ALTA: O OPERADOR LIBERA OU RETEM A ]------
007830*---------[ FOLHA (RETIDA, O LOTEDPND PARA ANTES DO FOLHDPND) ]--
007840 8300-LIBERA-FOLHA.
007850     DISPLAY "HA " W-TOT-ALTA " OCORRENCIA(S) DE SEVERIDADE ALTA,"
007860         " VEJA " W-NOME-REL
007870     DISPLAY "LIBERA A BASE PARA A FOLHA ASSIM MESMO (S/N)? "
007880         WITH NO ADVANCING
007890     ACCEPT W-OPCAO
007900     IF W-OPCAO = "S" OR W-OPCAO = "s"
007910        MOVE "S" TO W-LIBERADA
007920     ELSE
007930        MOVE "N" TO W-LIBERADA
007940     END-IF.
007950 8300-EXIT.
007960     EXIT.
