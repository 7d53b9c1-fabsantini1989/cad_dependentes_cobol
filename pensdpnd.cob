000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PENSDPND.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* INTERFACE MENSAL DE PENSAO ALIMENTICIA PARA A FOLHA DE   *
000090* PAGAMENTO. LE O PENSDPND.DAT (MANTIDO PELA TELA CPENS) E *
000100* GRAVA EM PENSDPND.TXT UM REGISTRO POR PENSAO VIGENTE NA  *
000110* COMPETENCIA ATUAL (INICIO ATE O FIM DA COMPETENCIA E FIM *
000120* ZERADO OU A PARTIR DO INICIO DELA), COM O PROCESSO, O    *
000130* DESCONTO (PERCENTUAL E BASE OU VALOR FIXO), A VIGENCIA E *
000140* OS DADOS BANCARIOS E O CPF DO RECEBEDOR, MAIS UM TRAILER *
000150* DE TOTAIS PARA A IMPORTACAO DA FOLHA BATER O MOVIMENTO.  *
000160* O RELATORIO RELPENS.<AAAAMM> (CATALOGADO NO RELINDEX)    *
000170* LISTA AS PENSOES QUE TERMINAM NOS PROXIMOS 60 DIAS, PARA *
000180* O RH CONFERIR A PRORROGACAO OU O ENCERRAMENTO. A         *
000190* COMPETENCIA E PROTEGIDA CONTRA EXECUCAO EM DUPLICIDADE   *
000200* PELO CTRLBAT.DAT (REEXECUCAO SO COM PEDIDO NO CTRLDPND). *
000202* SEM O PENSDPND.DAT (NENHUMA PENSAO REGISTRADA AINDA) A   *
000204* INTERFACE SAI SO COM O TRAILER ZERADO E A COMPETENCIA E  *
000206* CONCLUIDA NORMALMENTE.                                   *
000210***********************************************************
000220* HISTORICO DE ALTERACOES
000230* DATA       AUTOR   DESCRICAO
000240* 15/10/2026 SSM     PROGRAMA CRIADO
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290               DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PENSDPND ASSIGN TO DISK
000330              ORGANIZATION IS INDEXED
000340              ACCESS MODE  IS SEQUENTIAL
000350              RECORD KEY   IS PENS-CHAVE
000360              FILE STATUS  IS ST-ERRO.
000370     SELECT PENSINT ASSIGN TO DISK
000380              ORGANIZATION IS LINE SEQUENTIAL
000390              FILE STATUS  IS ST-ERRO2.
000400     SELECT CTRLBAT ASSIGN TO DISK
000410              ORGANIZATION IS INDEXED
000420              ACCESS MODE  IS RANDOM
000430              RECORD KEY   IS CTRL-CHAVE
000440              FILE STATUS  IS ST-ERRO3.
000450     SELECT RELPENS ASSIGN TO DISK
000460              ORGANIZATION IS LINE SEQUENTIAL
000470              FILE STATUS  IS ST-ERRO4.
000480     SELECT RELINDEX ASSIGN TO DISK
000490              ORGANIZATION IS LINE SEQUENTIAL
000500              FILE STATUS  IS ST-ERRO5.
000510*
000520*-----------------------------------------------------------------
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD PENSDPND
000560         LABEL RECORD IS STANDARD
000570         VALUE OF FILE-ID IS "PENSDPND.DAT".
000580     COPY "regpens.cpy".
000590*
000600 FD PENSINT
000610         LABEL RECORD IS STANDARD
000620         VALUE OF FILE-ID IS "PENSDPND.TXT".
000630 01 REG-PENSINT                PIC X(128).
000640*
000650 FD CTRLBAT
000660         LABEL RECORD IS STANDARD
000670         VALUE OF FILE-ID IS "CTRLBAT.DAT".
000680     COPY "regctrl.cpy".
000690*
000700 FD RELPENS
000710         LABEL RECORD IS STANDARD
000720         VALUE OF FILE-ID IS W-NOME-REL.
000730 01 LINHA-REL                  PIC X(132).
000740*
000750 FD RELINDEX
000760         LABEL RECORD IS STANDARD
000770         VALUE OF FILE-ID IS "RELINDEX.DAT".
000780     COPY "regrelix.cpy".
000790*-----------------------------------------------------------------
000800 WORKING-STORAGE SECTION.
000810 77 ST-ERRO          PIC X(02) VALUE "00".
000820 77 ST-ERRO2         PIC X(02) VALUE "00".
000830 77 ST-ERRO3         PIC X(02) VALUE "00".
000840 77 ST-ERRO4         PIC X(02) VALUE "00".
000850 77 ST-ERRO5         PIC X(02) VALUE "00".
000860 77 W-FIM-ARQ        PIC X(01) VALUE "N".
000870     88 FIM-ARQUIVO              VALUE "S".
000873 77 W-PENS-AUSENTE   PIC X(01) VALUE "N".
000876     88 PENSDPND-AUSENTE         VALUE "S".
000880 77 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
000890 77 W-TOT-ENVIADOS   PIC 9(06) VALUE ZEROS.
000900 77 W-TOT-PERC       PIC 9(06) VALUE ZEROS.
000910 77 W-TOT-FIXO       PIC 9(06) VALUE ZEROS.
000920 77 W-VAL-FIXO       PIC 9(09)V99 VALUE ZEROS.
000930 77 W-TOT-A-VENCER   PIC 9(06) VALUE ZEROS.
000940 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
000950 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
000960*
000970 01 W-DATA-SIS.
000980     03 W-SIS-AAAA   PIC 9(04).
000990     03 W-SIS-MM     PIC 9(02).
001000     03 W-SIS-DD     PIC 9(02).
001010 01 W-DATA-SIS-NUM REDEFINES W-DATA-SIS PIC 9(08).
001020 01 W-COMPET-GRP.
001030     03 W-CPT-AAAA   PIC 9(04).
001040     03 W-CPT-MM     PIC 9(02).
001050 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
001060*
001070*---------[ VIGENCIA DDMMAAAA DA PENSAO EM AAAAMMDD ]-------------
001080 01 W-DATA-DMA.
001090     03 W-DMA-DD     PIC 9(02).
001100     03 W-DMA-MM     PIC 9(02).
001110     03 W-DMA-AAAA   PIC 9(04).
001115 01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA PIC 9(08).
001120 01 W-DATA-AMD.
001130     03 W-AMD-AAAA   PIC 9(04).
001140     03 W-AMD-MM     PIC 9(02).
001150     03 W-AMD-DD     PIC 9(02).
001160 01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD PIC 9(08).
001170 01 W-INICIO-AMD     PIC 9(08) VALUE ZEROS.
001180 01 W-INICIO-AMD-R REDEFINES W-INICIO-AMD.
001190     03 W-INI-COMPET PIC 9(06).
001200     03 FILLER       PIC 9(02).
001210 01 W-FIM-AMD        PIC 9(08) VALUE ZEROS.
001220 01 W-FIM-AMD-R REDEFINES W-FIM-AMD.
001230     03 W-FIM-COMPET PIC 9(06).
001240     03 FILLER       PIC 9(02).
001250*
001260*---------[ DATA LIMITE DO AVISO: HOJE MAIS 60 DIAS ]-------------
001270 01 W-DATA-LIM.
001280     03 W-LIM-AAAA   PIC 9(04).
001290     03 W-LIM-MM     PIC 9(02).
001300     03 W-LIM-DD     PIC 9(02).
001310 01 W-DATA-LIM-NUM REDEFINES W-DATA-LIM PIC 9(08).
001320 77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
001330 77 W-QUOC           PIC 9(04) VALUE ZEROS.
001340 77 W-RESTO4         PIC 9(02) VALUE ZEROS.
001350 77 W-RESTO100       PIC 9(02) VALUE ZEROS.
001360 77 W-RESTO400       PIC 9(03) VALUE ZEROS.
001370*
001380 01 W-NOME-REL.
001390     03 FILLER       PIC X(08) VALUE "RELPENS.".
001400     03 W-NR-COMPET  PIC 9(06).
001410     03 FILLER       PIC X(06) VALUE SPACES.
001420*
001430 01 LIN-CABEC1.
001440     03 FILLER       PIC X(52) VALUE
001450        "PENSOES ALIMENTICIAS COM TERMINO EM 60 DIAS".
001460     03 FILLER       PIC X(13) VALUE "COMPETENCIA:".
001470     03 LC1-COMPET   PIC 9(06).
001480     03 FILLER       PIC X(04) VALUE SPACES.
001490     03 FILLER       PIC X(12) VALUE "DATA PROC.:".
001500     03 LC1-DATA     PIC 99/99/9999.
001510     03 FILLER       PIC X(35) VALUE SPACES.
001520*
001530 01 LIN-CABEC2.
001540     03 FILLER       PIC X(08) VALUE "CHAPA".
001550     03 FILLER       PIC X(04) VALUE "SEQ".
001560     03 FILLER       PIC X(04) VALUE "ORD".
001570     03 FILLER       PIC X(32) VALUE "NOME DO BENEFICIARIO".
001580     03 FILLER       PIC X(27) VALUE "PROCESSO".
001590     03 FILLER       PIC X(12) VALUE "INICIO".
001600     03 FILLER       PIC X(12) VALUE "TERMINO".
001610     03 FILLER       PIC X(33) VALUE SPACES.
001620*
001630 01 LIN-DETALHE.
001640     03 LD-CHAPA     PIC 9(06).
001650     03 FILLER       PIC X(02) VALUE SPACES.
001660     03 LD-SEQ       PIC 9(01).
001670     03 FILLER       PIC X(03) VALUE SPACES.
001680     03 LD-ORDEM     PIC 9(01).
001690     03 FILLER       PIC X(03) VALUE SPACES.
001700     03 LD-NOME      PIC X(30).
001710     03 FILLER       PIC X(02) VALUE SPACES.
001720     03 LD-PROCESSO  PIC X(25).
001730     03 FILLER       PIC X(02) VALUE SPACES.
001740     03 LD-INICIO    PIC 99/99/9999.
001750     03 FILLER       PIC X(02) VALUE SPACES.
001760     03 LD-FIM       PIC 99/99/9999.
001770     03 FILLER       PIC X(35) VALUE SPACES.
001780*
001790 01 LIN-TOTAL1.
001800     03 FILLER       PIC X(40) VALUE
001810        "TOTAL DE PENSOES CADASTRADAS:     ".
001820     03 LT1-TOTAL    PIC ZZZ.ZZ9.
001830     03 FILLER       PIC X(85) VALUE SPACES.
001840*
001850 01 LIN-TOTAL2.
001860     03 FILLER       PIC X(40) VALUE
001870        "TOTAL ENVIADO A FOLHA:            ".
001880     03 LT2-TOTAL    PIC ZZZ.ZZ9.
001890     03 FILLER       PIC X(85) VALUE SPACES.
001900*
001910 01 LIN-TOTAL3.
001920     03 FILLER       PIC X(40) VALUE
001930        "TOTAL COM TERMINO EM 60 DIAS:     ".
001940     03 LT3-TOTAL    PIC ZZZ.ZZ9.
001950     03 FILLER       PIC X(85) VALUE SPACES.
001960*
001970 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
001980*
001990*---------[ REGISTRO DE INTERFACE DA PENSAO VIGENTE ]-------------
002000 01 DET-PENS.
002010     03 DET-TIPO        PIC X(01).
002020     03 DET-CHAPA       PIC 9(06).
002030     03 DET-SEQ         PIC 9(01).
002040     03 DET-ORDEM       PIC 9(01).
002050     03 DET-CPF         PIC 9(11).
002060     03 DET-NOME        PIC X(30).
002070     03 DET-PROCESSO    PIC X(25).
002080     03 DET-TIPO-VALOR  PIC X(01).
002090     03 DET-PERCENTUAL  PIC 9(03)V99.
002100     03 DET-VALOR-FIXO  PIC 9(07)V99.
002110     03 DET-BASE        PIC X(01).
002120     03 DET-BANCO       PIC 9(03).
002130     03 DET-AGENCIA     PIC 9(05).
002140     03 DET-CONTA       PIC 9(12).
002150     03 DET-CONTA-DV    PIC X(01).
002160     03 DET-INICIO      PIC 9(08).
002170     03 DET-FIM         PIC 9(08).
002180*
002190 01 TRL-PENS.
002200     03 TRL-TIPO        PIC X(01).
002210     03 TRL-QTD         PIC 9(06).
002220     03 TRL-QTD-PERC    PIC 9(06).
002230     03 TRL-QTD-FIXO    PIC 9(06).
002240     03 TRL-VALOR-FIXO  PIC 9(09)V99.
002250     03 FILLER          PIC X(98) VALUE SPACES.
002260*-----------------------------------------------------------------
002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002290     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
002300     PERFORM 2000-PROCESSA    THRU 2000-EXIT
002310             UNTIL FIM-ARQUIVO.
002320     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
002330     STOP RUN.
002340*
002350*---------[ ABERTURA, CONTROLE DA COMPETENCIA E 1A LEITURA ]------
002360 1000-INICIALIZA.
002370     OPEN I-O CTRLBAT
002380     IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
002390        OPEN OUTPUT CTRLBAT
002400        CLOSE CTRLBAT
002410        OPEN I-O CTRLBAT
002420     END-IF
002430     IF ST-ERRO3 NOT = "00"
002440        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTRLBAT: " ST-ERRO3
002450        STOP RUN
002460     END-IF
002470     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
002480     MOVE W-SIS-AAAA TO W-CPT-AAAA
002490     MOVE W-SIS-MM   TO W-CPT-MM
002500     PERFORM 1100-CONTROLE-INICIO THRU 1100-EXIT
002510     PERFORM 1200-CALCULA-LIMITE THRU 1200-EXIT
002520     OPEN INPUT PENSDPND
002521     IF ST-ERRO = "35"
002522        DISPLAY "PENSDPND INEXISTENTE: INTERFACE SO COM O TRAILER"
002523        MOVE "S" TO W-PENS-AUSENTE
002524        MOVE "S" TO W-FIM-ARQ
002525        GO TO 1010-ABRE-SAIDAS
002526     END-IF
002530     IF ST-ERRO NOT = "00"
002540        DISPLAY "ARQUIVO PENSDPND INDISPONIVEL (" ST-ERRO
002550            "), REGISTRE AS PENSOES PELO CPENS"
002560        STOP RUN
002570     END-IF.
002575 1010-ABRE-SAIDAS.
002580     OPEN OUTPUT PENSINT
002590     IF ST-ERRO2 NOT = "00"
002600        DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSINT: " ST-ERRO2
002610        STOP RUN
002620     END-IF
002630     MOVE W-COMPET TO W-NR-COMPET
002640     OPEN OUTPUT RELPENS
002650     IF ST-ERRO4 NOT = "00"
002660        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPENS: " ST-ERRO4
002670        STOP RUN
002680     END-IF
002690     MOVE W-COMPET TO LC1-COMPET
002700     MOVE W-SIS-DD   TO W-DMA-DD
002710     MOVE W-SIS-MM   TO W-DMA-MM
002720     MOVE W-SIS-AAAA TO W-DMA-AAAA
002730     MOVE W-DATA-DMA-NUM TO LC1-DATA
002740     WRITE LINHA-REL FROM LIN-CABEC1
002750     ADD 1 TO W-QTD-LINHAS
002760     WRITE LINHA-REL FROM LIN-BRANCO
002770     ADD 1 TO W-QTD-LINHAS
002780     WRITE LINHA-REL FROM LIN-CABEC2
002790     ADD 1 TO W-QTD-LINHAS
002795     IF NOT PENSDPND-AUSENTE
002800        PERFORM 4000-LER-PENSDPND THRU 4000-EXIT
002805     END-IF.
002810 1000-EXIT.
002820     EXIT.
002830*
002840*---------[ REGISTRO DE CONTROLE DA COMPETENCIA: PROTECAO ]-------
002850*---------[ DE DUPLICIDADE E CARIMBO DE INICIO            ]-------
002860 1100-CONTROLE-INICIO.
002870     MOVE "PENSDPND" TO CTRL-PROGRAMA
002880     MOVE W-COMPET   TO CTRL-COMPET
002890     READ CTRLBAT
002900     IF ST-ERRO3 = "23"
002910        MOVE SPACES     TO REGCTRL
002920        MOVE "PENSDPND" TO CTRL-PROGRAMA
002930        MOVE W-COMPET   TO CTRL-COMPET
002940        MOVE ZEROS      TO CTRL-DATA-PROC
002950        MOVE ZEROS      TO CTRL-IDADE-LIMITE CTRL-IDADE-ESTUD
002960     ELSE
002970        IF ST-ERRO3 NOT = "00"
002980           DISPLAY "ERRO NA LEITURA DO ARQUIVO CTRLBAT: "
002990               ST-ERRO3
003000           STOP RUN
003010        END-IF
003020     END-IF
003030     IF CTRL-COMPLETO AND NOT CTRL-REEXEC-PEDIDA
003040        DISPLAY "COMPETENCIA " W-COMPET " JA PROCESSADA EM "
003050            CTRL-FIM-DATA ", EXECUCAO RECUSADA"
003060        DISPLAY "USE O CTRLDPND PARA AUTORIZAR A REEXECUCAO"
003070        CLOSE CTRLBAT
003080        STOP RUN
003090     END-IF
003100     MOVE "E"        TO CTRL-SITUACAO
003110     MOVE "N"        TO CTRL-REEXECUTA
003120     IF CTRL-DATA-PROC = ZEROS
003130        MOVE W-DATA-SIS TO CTRL-DATA-PROC
003140     END-IF
003150     MOVE ZEROS      TO CTRL-FIM-DATA CTRL-FIM-HORA
003160     MOVE ZEROS      TO CTRL-QTD-LIDOS CTRL-QTD-GRAVADOS
003170     MOVE ZEROS      TO CTRL-CHK-CHAPA CTRL-CHK-SEQ
003180     MOVE W-DATA-SIS TO CTRL-INI-DATA
003190     ACCEPT W-CARIMBO-HORA FROM TIME
003200     MOVE W-CARIMBO-HORA TO CTRL-INI-HORA
003210     IF ST-ERRO3 = "23"
003220        WRITE REGCTRL
003230     ELSE
003240        REWRITE REGCTRL
003250     END-IF
003260     IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
003270        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTRLBAT: " ST-ERRO3
003280        STOP RUN
003290     END-IF.
003300 1100-EXIT.
003310     EXIT.
003320*
003330*---------[ DATA LIMITE DO AVISO = DATA DO SISTEMA + 60 ]---------
003340 1200-CALCULA-LIMITE.
003350     MOVE W-SIS-AAAA TO W-LIM-AAAA
003360     MOVE W-SIS-MM   TO W-LIM-MM
003370     COMPUTE W-LIM-DD = W-SIS-DD + 60.
003380 1210-AJUSTA-LIMITE.
003390     PERFORM 1220-DIAS-DO-MES THRU 1220-EXIT
003400     IF W-LIM-DD > W-DIAS-MES
003410        SUBTRACT W-DIAS-MES FROM W-LIM-DD
003420        ADD 1 TO W-LIM-MM
003430        IF W-LIM-MM > 12
003440           MOVE 1 TO W-LIM-MM
003450           ADD 1 TO W-LIM-AAAA
003460        END-IF
003470        GO TO 1210-AJUSTA-LIMITE
003480     END-IF.
003490 1200-EXIT.
003500     EXIT.
003510*
003520*---------[ DIAS DO MES DA DATA LIMITE (COM BISSEXTO) ]-----------
003530 1220-DIAS-DO-MES.
003540     IF W-LIM-MM = 01 OR W-LIM-MM = 03 OR W-LIM-MM = 05
003550        OR W-LIM-MM = 07 OR W-LIM-MM = 08 OR W-LIM-MM = 10
003560        OR W-LIM-MM = 12
003570           MOVE 31 TO W-DIAS-MES
003580           GO TO 1220-EXIT
003590     END-IF
003600     IF W-LIM-MM = 04 OR W-LIM-MM = 06 OR W-LIM-MM = 09
003610        OR W-LIM-MM = 11
003620           MOVE 30 TO W-DIAS-MES
003630           GO TO 1220-EXIT
003640     END-IF
003650     DIVIDE W-LIM-AAAA BY 4   GIVING W-QUOC
003660            REMAINDER W-RESTO4
003670     DIVIDE W-LIM-AAAA BY 100 GIVING W-QUOC
003680            REMAINDER W-RESTO100
003690     DIVIDE W-LIM-AAAA BY 400 GIVING W-QUOC
003700            REMAINDER W-RESTO400
003710     IF (W-RESTO4 = 0 AND W-RESTO100 NOT = 0)
003720         OR W-RESTO400 = 0
003730        MOVE 29 TO W-DIAS-MES
003740     ELSE
003750        MOVE 28 TO W-DIAS-MES
003760     END-IF.
003770 1220-EXIT.
003780     EXIT.
003790*
003800*---------[ LACO PRINCIPAL: VIGENCIA E TERMINO DA PENSAO ]--------
003810 2000-PROCESSA.
003820     MOVE PENS-DATA-INICIO TO W-DATA-DMA
003830     PERFORM 2100-CONVERTE-DATA THRU 2100-EXIT
003840     MOVE W-DATA-AMD-NUM TO W-INICIO-AMD
003850     MOVE ZEROS TO W-FIM-AMD
003860     IF PENS-DATA-FIM NOT = ZEROS
003870        MOVE PENS-DATA-FIM TO W-DATA-DMA
003880        PERFORM 2100-CONVERTE-DATA THRU 2100-EXIT
003890        MOVE W-DATA-AMD-NUM TO W-FIM-AMD
003900     END-IF
003910     IF W-INI-COMPET NOT > W-COMPET
003920        AND (W-FIM-AMD = ZEROS OR W-FIM-COMPET NOT < W-COMPET)
003930        PERFORM 3000-GRAVA-INTERFACE THRU 3000-EXIT
003940     END-IF
003950     IF W-FIM-AMD NOT = ZEROS
003960        AND W-FIM-AMD NOT < W-DATA-SIS-NUM
003970        AND W-FIM-AMD NOT > W-DATA-LIM-NUM
003980        PERFORM 6000-IMPRIME-LINHA THRU 6000-EXIT
003990     END-IF
004000     PERFORM 4000-LER-PENSDPND THRU 4000-EXIT.
004010 2000-EXIT.
004020     EXIT.
004030*
004040*---------[ DATA DDMMAAAA (W-DATA-DMA) EM AAAAMMDD ]--------------
004050 2100-CONVERTE-DATA.
004060     MOVE W-DMA-AAAA TO W-AMD-AAAA
004070     MOVE W-DMA-MM   TO W-AMD-MM
004080     MOVE W-DMA-DD   TO W-AMD-DD.
004090 2100-EXIT.
004100     EXIT.
004110*
004120*---------[ REGISTRO DA PENSAO VIGENTE NA INTERFACE ]-------------
004130 3000-GRAVA-INTERFACE.
004140     MOVE "D"               TO DET-TIPO
004150     MOVE PENS-CHAPA        TO DET-CHAPA
004160     MOVE PENS-SEQ          TO DET-SEQ
004170     MOVE PENS-ORDEM        TO DET-ORDEM
004180     MOVE PENS-CPF          TO DET-CPF
004190     MOVE PENS-NOME         TO DET-NOME
004200     MOVE PENS-PROCESSO     TO DET-PROCESSO
004210     MOVE PENS-TIPO-VALOR   TO DET-TIPO-VALOR
004220     MOVE PENS-PERCENTUAL   TO DET-PERCENTUAL
004230     MOVE PENS-VALOR-FIXO   TO DET-VALOR-FIXO
004240     MOVE PENS-BASE         TO DET-BASE
004250     MOVE PENS-BANCO        TO DET-BANCO
004260     MOVE PENS-AGENCIA      TO DET-AGENCIA
004270     MOVE PENS-CONTA        TO DET-CONTA
004280     MOVE PENS-CONTA-DV     TO DET-CONTA-DV
004290     MOVE W-INICIO-AMD      TO DET-INICIO
004300     MOVE W-FIM-AMD         TO DET-FIM
004310     WRITE REG-PENSINT FROM DET-PENS
004320     IF ST-ERRO2 NOT = "00"
004330        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PENSINT: " ST-ERRO2
004340        STOP RUN
004350     END-IF
004360     ADD 1 TO W-TOT-ENVIADOS
004370     IF PENS-VALOR-FIXO-INF
004380        ADD 1 TO W-TOT-FIXO
004390        ADD PENS-VALOR-FIXO TO W-VAL-FIXO
004400     ELSE
004410        ADD 1 TO W-TOT-PERC
004420     END-IF.
004430 3000-EXIT.
004440     EXIT.
004450*
004460*---------[ LEITURA SEQUENCIAL DO PENSDPND ]----------------------
004470 4000-LER-PENSDPND.
004480     READ PENSDPND NEXT RECORD
004490         AT END
004500            MOVE "S" TO W-FIM-ARQ
004510         NOT AT END
004520            ADD 1 TO W-TOT-LIDOS
004530     END-READ.
004540 4000-EXIT.
004550     EXIT.
004560*
004570*---------[ PENSAO COM TERMINO NOS PROXIMOS 60 DIAS ]-------------
004580 6000-IMPRIME-LINHA.
004590     MOVE PENS-CHAPA       TO LD-CHAPA
004600     MOVE PENS-SEQ         TO LD-SEQ
004610     MOVE PENS-ORDEM       TO LD-ORDEM
004620     MOVE PENS-NOME        TO LD-NOME
004630     MOVE PENS-PROCESSO    TO LD-PROCESSO
004640     MOVE PENS-DATA-INICIO TO LD-INICIO
004650     MOVE PENS-DATA-FIM    TO LD-FIM
004660     WRITE LINHA-REL FROM LIN-DETALHE
004670     ADD 1 TO W-QTD-LINHAS
004680     ADD 1 TO W-TOT-A-VENCER.
004690 6000-EXIT.
004700     EXIT.
004710*
004720*---------[ TRAILER, TOTAIS E ENCERRAMENTO ]----------------------
004730 8000-FINALIZA.
004740     MOVE "T"            TO TRL-TIPO
004750     MOVE W-TOT-ENVIADOS TO TRL-QTD
004760     MOVE W-TOT-PERC     TO TRL-QTD-PERC
004770     MOVE W-TOT-FIXO     TO TRL-QTD-FIXO
004780     MOVE W-VAL-FIXO     TO TRL-VALOR-FIXO
004790     WRITE REG-PENSINT FROM TRL-PENS
004800     IF ST-ERRO2 NOT = "00"
004810        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PENSINT: " ST-ERRO2
004820        STOP RUN
004830     END-IF
004840     WRITE LINHA-REL FROM LIN-BRANCO
004850     ADD 1 TO W-QTD-LINHAS
004860     MOVE W-TOT-LIDOS    TO LT1-TOTAL
004870     WRITE LINHA-REL FROM LIN-TOTAL1
004880     ADD 1 TO W-QTD-LINHAS
004890     MOVE W-TOT-ENVIADOS TO LT2-TOTAL
004900     WRITE LINHA-REL FROM LIN-TOTAL2
004910     ADD 1 TO W-QTD-LINHAS
004920     MOVE W-TOT-A-VENCER TO LT3-TOTAL
004930     WRITE LINHA-REL FROM LIN-TOTAL3
004940     ADD 1 TO W-QTD-LINHAS
004950     PERFORM 8200-CATALOGA THRU 8200-EXIT
004960     DISPLAY "COMPETENCIA.........: " W-COMPET
004970     DISPLAY "PENSOES LIDAS.......: " W-TOT-LIDOS
004980     DISPLAY "ENVIADAS A FOLHA....: " W-TOT-ENVIADOS
004990     DISPLAY "TERMINO EM 60 DIAS..: " W-TOT-A-VENCER
005000     PERFORM 8100-CONTROLE-FIM THRU 8100-EXIT
005005     IF NOT PENSDPND-AUSENTE
005010        CLOSE PENSDPND
005015     END-IF
005020     CLOSE PENSINT
005030     CLOSE RELPENS
005040     CLOSE CTRLBAT.
005050 8000-EXIT.
005060     EXIT.
005070*
005080*---------[ CONCLUSAO DA COMPETENCIA NO REGISTRO DE CONTROLE ]----
005090 8100-CONTROLE-FIM.
005100     MOVE "C"            TO CTRL-SITUACAO
005110     MOVE "N"            TO CTRL-REEXECUTA
005120     MOVE W-TOT-LIDOS    TO CTRL-QTD-LIDOS
005130     MOVE W-TOT-ENVIADOS TO CTRL-QTD-GRAVADOS
005140     MOVE W-DATA-SIS     TO CTRL-FIM-DATA
005150     ACCEPT W-CARIMBO-HORA FROM TIME
005160     MOVE W-CARIMBO-HORA TO CTRL-FIM-HORA
005170     REWRITE REGCTRL
005180     IF ST-ERRO3 NOT = "00"
005190        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTRLBAT: " ST-ERRO3
005200        STOP RUN
005210     END-IF.
005220 8100-EXIT.
005230     EXIT.
005240*
005250*---------[ CATALOGO DA GERACAO DO RELATORIO (RELINDEX.DAT) ]-----
005260 8200-CATALOGA.
005270     OPEN EXTEND RELINDEX
005280     IF ST-ERRO5 NOT = "00"
005290        OPEN OUTPUT RELINDEX
005300        CLOSE RELINDEX
005310        OPEN EXTEND RELINDEX
005320     END-IF
005330     IF ST-ERRO5 NOT = "00"
005340        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINDEX: " ST-ERRO5
005350        STOP RUN
005360     END-IF
005370     MOVE "RELPENS "     TO RIX-RELATORIO
005380     MOVE W-COMPET       TO RIX-COMPET
005390     MOVE W-DATA-SIS-NUM TO RIX-DATA-GER
005400     ACCEPT W-CARIMBO-HORA FROM TIME
005410     MOVE W-CARIMBO-HORA TO RIX-HORA-GER
005420     MOVE W-QTD-LINHAS   TO RIX-QTD-LINHAS
005430     MOVE W-NOME-REL     TO RIX-ARQUIVO
005440     WRITE REGRELIX
005450     IF ST-ERRO5 NOT = "00"
005460        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO RELINDEX: " ST-ERRO5
005470        STOP RUN
005480     END-IF
005490     CLOSE RELINDEX.
005500 8200-EXIT.
005510     EXIT.
