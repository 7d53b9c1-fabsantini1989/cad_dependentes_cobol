000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VERLOG.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* VERIFICACAO DE INTEGRIDADE DO LOG DE AUDITORIA, PARA A   *
000090* AUDITORIA EXTERNA ACEITAR O RELLOG COMO EVIDENCIA. LE AS *
000100* GERACOES CATALOGADAS NO LOGARQIX.DAT (NA ORDEM DO        *
000110* INDICE) E DEPOIS O LOGDPND.DAT, E APONTA:                *
000120*   - EVENTO SEM SELO (LOG-NUM-SEQ ZERADO OU EM BRANCO);   *
000130*   - SALTO NA SEQUENCIA (EVENTOS SUPRIMIDOS) E NUMERO     *
000140*     REPETIDO OU FORA DE ORDEM;                           *
000150*   - ENCADEAMENTO QUEBRADO: O LOG-CHECK RECALCULADO A     *
000160*     PARTIR DO EVENTO ANTERIOR (TABSELO.CPY) NAO CONFERE, *
000170*     OU SEJA, O EVENTO FOI ALTERADO OU O ANTERIOR SUMIU;  *
000180*   - GERACAO INDISPONIVEL, CONTAGEM DIFERENTE DO          *
000190*     AQX-QTD-EVENTOS OU ULTIMO NUMERO DIFERENTE DO        *
000200*     AQX-ULT-SEQ DO INDICE;                               *
000210*   - ULTIMO EVENTO DO LOGDPND DIFERENTE DO CONTROLE DO    *
000220*     SELO (LOGSEQ.DAT), O QUE REVELA CORTE NO FINAL;      *
000230* E REPASSA OS EVENTOS CONTRA O CADDPND (ULTIMA IMAGEM     *
000240* "NOVO" DE CADA CHAPA/SEQ NO ARQUIVO DE TRABALHO          *
000250* VERLOG.WRK), LISTANDO O DEPENDENTE ALTERADO FORA DO      *
000260* SISTEMA: REGISTRO DIFERENTE DA ULTIMA IMAGEM LOGADA (COM *
000270* OS CAMPOS DIVERGENTES), PRESENTE APOS EXCLUSAO LOGADA,   *
000280* AUSENTE SEM EXCLUSAO LOGADA OU SEM NENHUM EVENTO NO LOG. *
000290* O RELATORIO SAI CARIMBADO (VERL.AAAAMMDD.HHMMSS) E E     *
000300* CATALOGADO NO RELINDEX COMO "VERLOG".                    *
000310***********************************************************
000320* HISTORICO DE ALTERACOES
000330* DATA       AUTOR   DESCRICAO
000340* 15/10/2026 SSM     PROGRAMA CRIADO
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390               DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CADDPND ASSIGN TO DISK
000430              ORGANIZATION IS INDEXED
000440              ACCESS MODE  IS DYNAMIC
000450              RECORD KEY   IS CAD-CHAVE
000460              ALTERNATE RECORD KEY IS CHAPA
000470                           WITH DUPLICATES
000480              FILE STATUS  IS ST-ERRO.
000490     SELECT LOGDPND ASSIGN TO DISK
000500              ORGANIZATION IS LINE SEQUENTIAL
000510              FILE STATUS  IS ST-ERRO2.
000520     SELECT LOGARQIX ASSIGN TO DISK
000530              ORGANIZATION IS LINE SEQUENTIAL
000540              FILE STATUS  IS ST-ERRO3.
000550     SELECT ARQGER ASSIGN TO DISK
000560              ORGANIZATION IS LINE SEQUENTIAL
000570              FILE STATUS  IS ST-ERRO4.
000580     SELECT LOGSEQ ASSIGN TO DISK
000590              ORGANIZATION IS INDEXED
000600              ACCESS MODE  IS RANDOM
000610              RECORD KEY   IS SEQ-CHAVE
000620              FILE STATUS  IS ST-ERRO5.
000630     SELECT VERWRK ASSIGN TO DISK
000640              ORGANIZATION IS INDEXED
000650              ACCESS MODE  IS DYNAMIC
000660              RECORD KEY   IS VWK-CHAVE
000670              FILE STATUS  IS ST-ERRO6.
000680     SELECT RELVERL ASSIGN TO DISK
000690              ORGANIZATION IS LINE SEQUENTIAL
000700              FILE STATUS  IS ST-ERRO7.
000710     SELECT RELINDEX ASSIGN TO DISK
000720              ORGANIZATION IS LINE SEQUENTIAL
000730              FILE STATUS  IS ST-ERRO8.
000740*
000750*-----------------------------------------------------------------
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD CADDPND
000790         LABEL RECORD IS STANDARD
000800         VALUE OF FILE-ID IS "CADDPND.DAT".
000810     COPY "regdpnd.cpy".
000820*
000830 FD LOGDPND
000840         LABEL RECORD IS STANDARD
000850         VALUE OF FILE-ID IS "LOGDPND.DAT".
000860     COPY "reglog.cpy".
000870*
000880 FD LOGARQIX
000890         LABEL RECORD IS STANDARD
000900         VALUE OF FILE-ID IS "LOGARQIX.DAT".
000910     COPY "regarqix.cpy".
000920*
000930*---------[ GERACAO DE ARQUIVAMENTO DO ARQLOG, NO MESMO ]---------
000940*---------[ LAYOUT DO LOGDPND                           ]---------
000950 FD ARQGER
000960         LABEL RECORD IS STANDARD
000970         VALUE OF FILE-ID IS W-ARQ-GER.
000980 01 REG-ARQGER                 PIC X(190).
000990*
001000 FD LOGSEQ
001010         LABEL RECORD IS STANDARD
001020         VALUE OF FILE-ID IS "LOGSEQ.DAT".
001030     COPY "regseq.cpy".
001040*
001050*---------[ ULTIMO EVENTO DE CADA CHAPA/SEQ NO LOG ]--------------
001060 FD VERWRK
001070         LABEL RECORD IS STANDARD
001080         VALUE OF FILE-ID IS "VERLOG.WRK".
001090 01 REGVWK.
001100     03 VWK-CHAVE.
001110        05 VWK-CHAPA    PIC 9(06).
001120        05 VWK-SEQ      PIC 9(01).
001130     03 VWK-ACAO        PIC X(01).
001140     03 VWK-NUM-SEQ     PIC 9(09).
001150     03 VWK-DATA        PIC 9(08).
001160     03 VWK-IMAGEM      PIC X(70).
001170*
001180 FD RELVERL
001190         LABEL RECORD IS STANDARD
001200         VALUE OF FILE-ID IS W-NOME-REL.
001210 01 LINHA-REL                  PIC X(132).
001220*
001230 FD RELINDEX
001240         LABEL RECORD IS STANDARD
001250         VALUE OF FILE-ID IS "RELINDEX.DAT".
001260     COPY "regrelix.cpy".
001270*-----------------------------------------------------------------
001280 WORKING-STORAGE SECTION.
001290 77 ST-ERRO          PIC X(02) VALUE "00".
001300 77 ST-ERRO2         PIC X(02) VALUE "00".
001310 77 ST-ERRO3         PIC X(02) VALUE "00".
001320 77 ST-ERRO4         PIC X(02) VALUE "00".
001330 77 ST-ERRO5         PIC X(02) VALUE "00".
001340 77 ST-ERRO6         PIC X(02) VALUE "00".
001350 77 ST-ERRO7         PIC X(02) VALUE "00".
001360 77 ST-ERRO8         PIC X(02) VALUE "00".
001370 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
001380 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
001390 01 W-NOME-REL.
001400     03 FILLER       PIC X(05) VALUE "VERL.".
001410     03 W-NR-DATA    PIC 9(08).
001420     03 FILLER       PIC X(01) VALUE ".".
001430     03 W-NR-HORA    PIC 9(06).
001440 77 W-ARQ-GER        PIC X(20) VALUE SPACES.
001450 77 W-ARQ-ATUAL      PIC X(20) VALUE SPACES.
001460 77 W-FIM-IDX        PIC X(01) VALUE "N".
001470     88 FIM-INDICE               VALUE "S".
001480 77 W-FIM-GER        PIC X(01) VALUE "N".
001490     88 FIM-GERACAO              VALUE "S".
001500 77 W-FIM-LOG        PIC X(01) VALUE "N".
001510     88 FIM-LOG                  VALUE "S".
001520 77 W-FIM-WRK        PIC X(01) VALUE "N".
001530     88 FIM-TRABALHO             VALUE "S".
001540 77 W-FIM-CAD        PIC X(01) VALUE "N".
001550     88 FIM-CADASTRO             VALUE "S".
001560 77 W-CAD-ABERTO     PIC X(01) VALUE "N".
001570     88 CADASTRO-ABERTO          VALUE "S".
001580*
001590*---------[ SEQUENCIA E ENCADEAMENTO CORRENTES ]------------------
001600 77 W-SEQ-ESPERADA   PIC 9(09) VALUE 1.
001610 77 W-CHK-ANTERIOR   PIC 9(09) VALUE ZEROS.
001620 77 W-ULT-SEQ-LIDO   PIC 9(09) VALUE ZEROS.
001630 77 W-ULT-CHK-LIDO   PIC 9(09) VALUE ZEROS.
001640 77 W-ULT-SEQ-ARQ    PIC 9(09) VALUE ZEROS.
001650 77 W-QTD-ARQ        PIC 9(06) VALUE ZEROS.
001660 77 W-TEXTO          PIC X(40) VALUE SPACES.
001670 77 W-ESPERADO       PIC 9(09) VALUE ZEROS.
001680*
001690*---------[ CONTADORES ]------------------------------------------
001700 77 W-TOT-GERACOES   PIC 9(04) VALUE ZEROS.
001710 77 W-TOT-EVENTOS    PIC 9(07) VALUE ZEROS.
001720 77 W-TOT-SEM-SELO   PIC 9(06) VALUE ZEROS.
001730 77 W-TOT-SALTOS     PIC 9(06) VALUE ZEROS.
001740 77 W-TOT-REPETIDOS  PIC 9(06) VALUE ZEROS.
001750 77 W-TOT-QUEBRAS    PIC 9(06) VALUE ZEROS.
001760 77 W-TOT-ARQ-DIVERG PIC 9(06) VALUE ZEROS.
001770 77 W-TOT-CONTROLE   PIC 9(06) VALUE ZEROS.
001780 77 W-TOT-DIFERE     PIC 9(06) VALUE ZEROS.
001790 77 W-TOT-PRESENTE   PIC 9(06) VALUE ZEROS.
001800 77 W-TOT-AUSENTE    PIC 9(06) VALUE ZEROS.
001810 77 W-TOT-SEM-EVENTO PIC 9(06) VALUE ZEROS.
001820 77 W-TOT-OCORR      PIC 9(07) VALUE ZEROS.
001830*
001840     COPY "tabselo.cpy".
001850*
001860*---------[ IMAGENS COMPARADAS CAMPO A CAMPO: A ULTIMA ]---------
001870*---------[ "NOVO" DO LOG E O REGISTRO ATUAL DO CADDPND ]---------
001880 01 W-IMG-LOG.
001890     03 IML-CHAVE    PIC X(07).
001900     03 IML-NOME     PIC X(30).
001910     03 IML-GRAU     PIC X(01).
001920     03 IML-DATANASC PIC X(08).
001930     03 IML-SEXO     PIC X(01).
001940     03 IML-INSS     PIC X(01).
001950     03 IML-IR       PIC X(01).
001960     03 IML-CPF      PIC X(11).
001970     03 IML-ESTUD    PIC X(01).
001980     03 IML-STATS    PIC X(01).
001990     03 IML-STATSDATA PIC X(08).
002000 01 W-IMG-CAD.
002010     03 IMC-CHAVE    PIC X(07).
002020     03 IMC-NOME     PIC X(30).
002030     03 IMC-GRAU     PIC X(01).
002040     03 IMC-DATANASC PIC X(08).
002050     03 IMC-SEXO     PIC X(01).
002060     03 IMC-INSS     PIC X(01).
002070     03 IMC-IR       PIC X(01).
002080     03 IMC-CPF      PIC X(11).
002090     03 IMC-ESTUD    PIC X(01).
002100     03 IMC-STATS    PIC X(01).
002110     03 IMC-STATSDATA PIC X(08).
002120*
002130 01 W-DATA-AMD.
002140     03 W-AMD-AAAA   PIC 9(04).
002150     03 W-AMD-MM     PIC 9(02).
002160     03 W-AMD-DD     PIC 9(02).
002170 01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD PIC 9(08).
002180 01 W-DATA-DMA.
002190     03 W-DMA-DD     PIC 9(02).
002200     03 W-DMA-MM     PIC 9(02).
002210     03 W-DMA-AAAA   PIC 9(04).
002220 01 W-DATA-NUM REDEFINES W-DATA-DMA PIC 9(08).
002230 01 W-DATA-SIS.
002240     03 W-SIS-AAAA   PIC 9(04).
002250     03 W-SIS-MM     PIC 9(02).
002260     03 W-SIS-DD     PIC 9(02).
002270 01 W-DATA-SIS-NUM REDEFINES W-DATA-SIS PIC 9(08).
002280 01 W-COMPET-GRP.
002290     03 W-CPT-AAAA   PIC 9(04).
002300     03 W-CPT-MM     PIC 9(02).
002310 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
002320 01 W-HORA-WS.
002330     03 W-HORA-HHMMSS PIC 9(06).
002340     03 W-HORA-CC    PIC 9(02).
002350 01 W-HORA-NUM REDEFINES W-HORA-WS PIC 9(08).
002360*
002370*---------[ LINHAS DO RELATORIO ]---------------------------------
002380 01 LIN-CABEC1.
002390     03 FILLER       PIC X(50) VALUE
002400        "VERIFICACAO DE INTEGRIDADE DO LOG DE AUDITORIA".
002410     03 FILLER       PIC X(06) VALUE "DATA: ".
002420     03 LC1-DATA     PIC 99/99/9999.
002430     03 FILLER       PIC X(66) VALUE SPACES.
002440*
002450 01 LIN-SECAO1.
002460     03 FILLER       PIC X(50) VALUE
002470        "1. SEQUENCIA, ENCADEAMENTO E TOTAIS DE CONTROLE".
002480     03 FILLER       PIC X(82) VALUE SPACES.
002490*
002500 01 LIN-SECAO2.
002510     03 FILLER       PIC X(50) VALUE
002520        "2. CADASTRO (CADDPND) X ULTIMA IMAGEM DO LOG".
002530     03 FILLER       PIC X(82) VALUE SPACES.
002540*
002550 01 LIN-OCORR.
002560     03 LOC-ARQUIVO  PIC X(20).
002570     03 FILLER       PIC X(07) VALUE " NSEQ: ".
002580     03 LOC-NUM-SEQ  PIC Z(08)9.
002590     03 FILLER       PIC X(08) VALUE " CHAPA: ".
002600     03 LOC-CHAPA    PIC 9(06).
002610     03 FILLER       PIC X(01) VALUE "/".
002620     03 LOC-SEQ      PIC 9(01).
002630     03 FILLER       PIC X(02) VALUE SPACES.
002640     03 LOC-DATA     PIC 99/99/9999.
002650     03 FILLER       PIC X(02) VALUE SPACES.
002660     03 LOC-TEXTO    PIC X(40).
002670     03 FILLER       PIC X(11) VALUE " ESPERADO: ".
002680     03 LOC-ESPERADO PIC Z(08)9.
002690     03 FILLER       PIC X(06) VALUE SPACES.
002700*
002710 01 LIN-ARQUIVO.
002720     03 FILLER       PIC X(09) VALUE "ARQUIVO: ".
002730     03 LAR-ARQUIVO  PIC X(20).
002740     03 FILLER       PIC X(10) VALUE " EVENTOS: ".
002750     03 LAR-QTD      PIC ZZZ.ZZ9.
002760     03 FILLER       PIC X(09) VALUE " INDICE: ".
002770     03 LAR-QTD-IX   PIC ZZZ.ZZ9.
002780     03 FILLER       PIC X(15) VALUE " ULTIMO NSEQ: ".
002790     03 LAR-ULT-SEQ  PIC Z(08)9.
002800     03 FILLER       PIC X(13) VALUE " CONTROLE: ".
002810     03 LAR-ULT-IX   PIC Z(08)9.
002820     03 FILLER       PIC X(02) VALUE SPACES.
002830     03 LAR-SITUACAO PIC X(20).
002840     03 FILLER       PIC X(02) VALUE SPACES.
002850*
002860 01 LIN-DIVERG.
002870     03 LDV-CHAPA    PIC 9(06).
002880     03 FILLER       PIC X(01) VALUE "/".
002890     03 LDV-SEQ      PIC 9(01).
002900     03 FILLER       PIC X(02) VALUE SPACES.
002910     03 LDV-NOME     PIC X(30).
002920     03 FILLER       PIC X(02) VALUE SPACES.
002930     03 LDV-TEXTO    PIC X(40).
002940     03 FILLER       PIC X(14) VALUE " ULTIMO NSEQ: ".
002950     03 LDV-NUM-SEQ  PIC Z(08)9.
002960     03 FILLER       PIC X(04) VALUE " EM ".
002970     03 LDV-DATA     PIC 99/99/9999.
002980     03 FILLER       PIC X(13) VALUE SPACES.
002990*
003000 01 LIN-CAMPOS.
003010     03 FILLER       PIC X(10) VALUE SPACES.
003020     03 FILLER       PIC X(20) VALUE "CAMPOS DIVERGENTES: ".
003030     03 LCA-NOME     PIC X(05).
003040     03 LCA-GRAU     PIC X(05).
003050     03 LCA-NASC     PIC X(05).
003060     03 LCA-SEXO     PIC X(05).
003070     03 LCA-INSS     PIC X(05).
003080     03 LCA-IR       PIC X(03).
003090     03 LCA-CPF      PIC X(04).
003100     03 LCA-ESTUD    PIC X(06).
003110     03 LCA-STATS    PIC X(06).
003120     03 LCA-VIG      PIC X(08).
003130     03 FILLER       PIC X(50) VALUE SPACES.
003140*
003150 01 LIN-NADA.
003160     03 FILLER       PIC X(30) VALUE "   NENHUMA OCORRENCIA".
003170     03 FILLER       PIC X(102) VALUE SPACES.
003180*
003190 01 LIN-TOTAL.
003200     03 LTO-TEXTO    PIC X(45).
003210     03 LTO-QTD      PIC Z.ZZZ.ZZ9.
003220     03 FILLER       PIC X(78) VALUE SPACES.
003230*
003240 01 LIN-CONCLUSAO.
003250     03 LCO-TEXTO    PIC X(60).
003260     03 FILLER       PIC X(72) VALUE SPACES.
003270*
003280 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
003290*-----------------------------------------------------------------
003300 PROCEDURE DIVISION.
003310 0000-MAINLINE.
003320     PERFORM 1000-INICIALIZA        THRU 1000-EXIT.
003330     PERFORM 2000-VERIFICA-GERACOES THRU 2000-EXIT.
003340     PERFORM 3000-VERIFICA-LOGDPND  THRU 3000-EXIT.
003350     PERFORM 3500-CONFERE-CONTROLE  THRU 3500-EXIT.
003360     PERFORM 5000-CONFERE-CADASTRO  THRU 5000-EXIT.
003370     PERFORM 5500-CADASTRO-SEM-LOG  THRU 5500-EXIT.
003380     PERFORM 8000-FINALIZA          THRU 8000-EXIT.
003390     STOP RUN.
003400*
003410*---------[ ABERTURAS, ARQUIVO DE TRABALHO E CABECALHO ]----------
003420 1000-INICIALIZA.
003430     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
003440     ACCEPT W-HORA-NUM FROM TIME
003450     MOVE W-SIS-AAAA     TO W-CPT-AAAA
003460     MOVE W-SIS-MM       TO W-CPT-MM
003470     MOVE W-DATA-SIS-NUM TO W-NR-DATA
003480     MOVE W-HORA-HHMMSS  TO W-NR-HORA
003490     OPEN INPUT CADDPND
003500     IF ST-ERRO NOT = "00"
003510        DISPLAY "CADDPND INDISPONIVEL (" ST-ERRO "), SO O LOG "
003520            "SERA CONFERIDO"
003530     ELSE
003540        MOVE "S" TO W-CAD-ABERTO
003550     END-IF
003560     OPEN OUTPUT VERWRK
003570     IF ST-ERRO6 NOT = "00"
003580        DISPLAY "ERRO NA CRIACAO DO ARQUIVO VERLOG.WRK: " ST-ERRO6
003590        STOP RUN
003600     END-IF
003610     CLOSE VERWRK
003620     OPEN I-O VERWRK
003630     IF ST-ERRO6 NOT = "00"
003640        DISPLAY "ERRO NA ABERTURA DO ARQUIVO VERLOG.WRK: "
003650            ST-ERRO6
003660        STOP RUN
003670     END-IF
003680     OPEN OUTPUT RELVERL
003690     IF ST-ERRO7 NOT = "00"
003700        DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOME-REL ": "
003710            ST-ERRO7
003720        STOP RUN
003730     END-IF
003740     MOVE W-SIS-DD   TO W-DMA-DD
003750     MOVE W-SIS-MM   TO W-DMA-MM
003760     MOVE W-SIS-AAAA TO W-DMA-AAAA
003770     MOVE W-DATA-NUM TO LC1-DATA
003780     WRITE LINHA-REL FROM LIN-CABEC1
003790     WRITE LINHA-REL FROM LIN-BRANCO
003800     WRITE LINHA-REL FROM LIN-SECAO1
003810     WRITE LINHA-REL FROM LIN-BRANCO
003820     ADD 4 TO W-QTD-LINHAS.
003830 1000-EXIT.
003840     EXIT.
003850*
003860*---------[ GERACOES ARQUIVADAS, NA ORDEM DO INDICE ]-------------
003870 2000-VERIFICA-GERACOES.
003880     OPEN INPUT LOGARQIX
003890     IF ST-ERRO3 NOT = "00"
003900        GO TO 2000-EXIT
003910     END-IF
003920     MOVE "N" TO W-FIM-IDX
003930     PERFORM 2100-VERIFICA-GERACAO THRU 2100-EXIT
003940             UNTIL FIM-INDICE
003950     CLOSE LOGARQIX.
003960 2000-EXIT.
003970     EXIT.
003980*
003990*---------[ UMA GERACAO: EVENTOS E TOTAIS DE CONTROLE DO ]--------
004000*---------[ INDICE (AQX-QTD-EVENTOS E AQX-ULT-SEQ)        ]------
004010 2100-VERIFICA-GERACAO.
004020     READ LOGARQIX
004030         AT END
004040            MOVE "S" TO W-FIM-IDX
004050            GO TO 2100-EXIT
004060     END-READ
004070     ADD 1 TO W-TOT-GERACOES
004080     MOVE AQX-ARQUIVO TO W-ARQ-GER
004090     MOVE AQX-ARQUIVO TO W-ARQ-ATUAL
004100     MOVE ZEROS       TO W-QTD-ARQ
004110     MOVE ZEROS       TO W-ULT-SEQ-ARQ
004120     MOVE AQX-ARQUIVO     TO LAR-ARQUIVO
004130     MOVE AQX-QTD-EVENTOS TO LAR-QTD-IX
004140     IF AQX-ULT-SEQ NUMERIC
004150        MOVE AQX-ULT-SEQ TO LAR-ULT-IX
004160     ELSE
004170        MOVE ZEROS       TO LAR-ULT-IX
004180     END-IF
004190     OPEN INPUT ARQGER
004200     IF ST-ERRO4 NOT = "00"
004210        ADD 1 TO W-TOT-ARQ-DIVERG
004220        MOVE ZEROS TO LAR-QTD LAR-ULT-SEQ
004230        MOVE "INDISPONIVEL" TO LAR-SITUACAO
004240        PERFORM 4900-IMPRIME-ARQUIVO THRU 4900-EXIT
004250        GO TO 2100-EXIT
004260     END-IF
004270     MOVE "N" TO W-FIM-GER
004280     PERFORM 2110-LE-GERACAO THRU 2110-EXIT
004290             UNTIL FIM-GERACAO
004300     CLOSE ARQGER
004310     MOVE W-QTD-ARQ     TO LAR-QTD
004320     MOVE W-ULT-SEQ-ARQ TO LAR-ULT-SEQ
004330     MOVE "CONFERE"     TO LAR-SITUACAO
004340     IF W-QTD-ARQ NOT = AQX-QTD-EVENTOS
004350        MOVE "CONTAGEM DIVERGENTE" TO LAR-SITUACAO
004360        ADD 1 TO W-TOT-ARQ-DIVERG
004370     ELSE
004380        IF AQX-ULT-SEQ NUMERIC AND AQX-ULT-SEQ NOT = ZEROS
004390           AND AQX-ULT-SEQ NOT = W-ULT-SEQ-ARQ
004400           MOVE "ULTIMO NSEQ DIVERGE" TO LAR-SITUACAO
004410           ADD 1 TO W-TOT-ARQ-DIVERG
004420        END-IF
004430     END-IF
004440     PERFORM 4900-IMPRIME-ARQUIVO THRU 4900-EXIT.
004450 2100-EXIT.
004460     EXIT.
004470*
004480 2110-LE-GERACAO.
004490     READ ARQGER
004500         AT END
004510            MOVE "S" TO W-FIM-GER
004520            GO TO 2110-EXIT
004530     END-READ
004540     MOVE REG-ARQGER TO REGLOG
004550     PERFORM 4000-CONFERE-EVENTO THRU 4000-EXIT.
004560 2110-EXIT.
004570     EXIT.
004580*
004590*---------[ JANELA RECENTE (LOGDPND.DAT), APOS AS GERACOES ]------
004600 3000-VERIFICA-LOGDPND.
004610     MOVE "LOGDPND.DAT" TO W-ARQ-ATUAL
004620     MOVE ZEROS         TO W-QTD-ARQ
004630     MOVE ZEROS         TO W-ULT-SEQ-ARQ
004640     OPEN INPUT LOGDPND
004650     IF ST-ERRO2 NOT = "00"
004660        DISPLAY "LOGDPND INDISPONIVEL (" ST-ERRO2 "), SO AS "
004670            "GERACOES ARQUIVADAS FORAM CONFERIDAS"
004680        GO TO 3000-EXIT
004690     END-IF
004700     MOVE "N" TO W-FIM-LOG
004710     PERFORM 3100-LE-LOG THRU 3100-EXIT
004720             UNTIL FIM-LOG
004730     CLOSE LOGDPND.
004740 3000-EXIT.
004750     EXIT.
004760*
004770 3100-LE-LOG.
004780     READ LOGDPND
004790         AT END
004800            MOVE "S" TO W-FIM-LOG
004810            GO TO 3100-EXIT
004820     END-READ
004830     PERFORM 4000-CONFERE-EVENTO THRU 4000-EXIT.
004840 3100-EXIT.
004850     EXIT.
004860*
004870*---------[ ULTIMO EVENTO LIDO X CONTROLE DO SELO: UM CORTE ]-----
004880*---------[ NO FINAL DO LOGDPND SO APARECE AQUI             ]-----
004890 3500-CONFERE-CONTROLE.
004900     MOVE "LOGDPND.DAT" TO LAR-ARQUIVO
004910     MOVE W-QTD-ARQ     TO LAR-QTD
004920     MOVE ZEROS         TO LAR-QTD-IX
004930     MOVE W-ULT-SEQ-ARQ TO LAR-ULT-SEQ
004940     MOVE ZEROS         TO LAR-ULT-IX
004950     OPEN INPUT LOGSEQ
004960     IF ST-ERRO5 NOT = "00"
004970        MOVE "SEM CONTROLE LOGSEQ" TO LAR-SITUACAO
004980        ADD 1 TO W-TOT-CONTROLE
004990        PERFORM 4900-IMPRIME-ARQUIVO THRU 4900-EXIT
005000        GO TO 3500-EXIT
005010     END-IF
005020     MOVE "LOGDPND" TO SEQ-CHAVE
005030     READ LOGSEQ
005040     IF ST-ERRO5 NOT = "00"
005050        MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
005060     END-IF
005070     CLOSE LOGSEQ
005080     MOVE SEQ-ULTIMO TO LAR-ULT-IX
005090     MOVE "CONFERE"  TO LAR-SITUACAO
005100     IF SEQ-ULTIMO NOT = W-ULT-SEQ-LIDO
005110        MOVE "ULTIMO NSEQ DIVERGE" TO LAR-SITUACAO
005120        ADD 1 TO W-TOT-CONTROLE
005130     ELSE
005140        IF SEQ-CHECK NOT = W-ULT-CHK-LIDO
005150           MOVE "ENCADEAMENTO DIVERGE" TO LAR-SITUACAO
005160           ADD 1 TO W-TOT-CONTROLE
005170        END-IF
005180     END-IF
005190     PERFORM 4900-IMPRIME-ARQUIVO THRU 4900-EXIT.
005200 3500-EXIT.
005210     EXIT.
005220*
005230*---------[ UM EVENTO: SELO, SEQUENCIA, ENCADEAMENTO E A ]--------
005240*---------[ ULTIMA IMAGEM DA CHAPA/SEQ P/ A REPASSAGEM   ]--------
005250 4000-CONFERE-EVENTO.
005260     ADD 1 TO W-TOT-EVENTOS
005270     ADD 1 TO W-QTD-ARQ
005280     PERFORM 4300-GUARDA-IMAGEM THRU 4300-EXIT
005290     IF LOG-NUM-SEQ NOT NUMERIC OR LOG-NUM-SEQ = ZEROS
005300        OR LOG-CHECK NOT NUMERIC
005310        ADD 1 TO W-TOT-SEM-SELO
005320        MOVE "EVENTO SEM SELO" TO W-TEXTO
005330        MOVE ZEROS TO W-ESPERADO
005340        PERFORM 4200-IMPRIME-OCORRENCIA THRU 4200-EXIT
005350        GO TO 4000-EXIT
005360     END-IF
005370     IF LOG-NUM-SEQ > W-SEQ-ESPERADA
005380        ADD 1 TO W-TOT-SALTOS
005390        MOVE "SALTO NA SEQUENCIA (EVENTOS SUPRIMIDOS)"
005400          TO W-TEXTO
005410        MOVE W-SEQ-ESPERADA TO W-ESPERADO
005420        PERFORM 4200-IMPRIME-OCORRENCIA THRU 4200-EXIT
005430     END-IF
005440     IF LOG-NUM-SEQ < W-SEQ-ESPERADA
005450        ADD 1 TO W-TOT-REPETIDOS
005460        MOVE "NUMERO REPETIDO OU FORA DE ORDEM" TO W-TEXTO
005470        MOVE W-SEQ-ESPERADA TO W-ESPERADO
005480        PERFORM 4200-IMPRIME-OCORRENCIA THRU 4200-EXIT
005490     END-IF
005500     PERFORM 4100-CALCULA-SELO THRU 4100-EXIT
005510     IF W-SELO-CHK NOT = LOG-CHECK
005520        ADD 1 TO W-TOT-QUEBRAS
005530        MOVE "ENCADEAMENTO QUEBRADO (EVENTO ALTERADO)"
005540          TO W-TEXTO
005550        MOVE ZEROS TO W-ESPERADO
005560        PERFORM 4200-IMPRIME-OCORRENCIA THRU 4200-EXIT
005570     END-IF
005580     COMPUTE W-SEQ-ESPERADA = LOG-NUM-SEQ + 1
005590     MOVE LOG-CHECK   TO W-CHK-ANTERIOR
005600     MOVE LOG-NUM-SEQ TO W-ULT-SEQ-LIDO
005610     MOVE LOG-CHECK   TO W-ULT-CHK-LIDO
005620     MOVE LOG-NUM-SEQ TO W-ULT-SEQ-ARQ.
005630 4000-EXIT.
005640     EXIT.
005650*
005660*---------[ LOG-CHECK RECALCULADO A PARTIR DO EVENTO ANTERIOR ]--
005670 4100-CALCULA-SELO.
005680     MOVE W-CHK-ANTERIOR TO W-SELO-CHK
005690     MOVE REGLOG         TO W-SELO-EVENTO
005700     MOVE 1              TO W-SELO-IND
005710     PERFORM 4110-SELA-CARACTER THRU 4110-EXIT
005720             UNTIL W-SELO-IND > 181.
005730 4100-EXIT.
005740     EXIT.
005750*
005760*---------[ UM CARACTER DO EVENTO NO ENCADEAMENTO (TABSELO) ]----
005770 4110-SELA-CARACTER.
005780     MOVE ZEROS TO W-SELO-COD
005790     INSPECT W-SELO-TABELA TALLYING W-SELO-COD
005800         FOR CHARACTERS BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
005810     COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
005820     DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
005830            REMAINDER W-SELO-CHK
005840     ADD 1 TO W-SELO-IND.
005850 4110-EXIT.
005860     EXIT.
005870*
005880*---------[ LINHA DE OCORRENCIA DE UM EVENTO ]--------------------
005890 4200-IMPRIME-OCORRENCIA.
005900     ADD 1 TO W-TOT-OCORR
005910     MOVE W-ARQ-ATUAL TO LOC-ARQUIVO
005920     IF LOG-NUM-SEQ NUMERIC
005930        MOVE LOG-NUM-SEQ TO LOC-NUM-SEQ
005940     ELSE
005950        MOVE ZEROS       TO LOC-NUM-SEQ
005960     END-IF
005970     MOVE LOG-CHAPA   TO LOC-CHAPA
005980     MOVE LOG-SEQ     TO LOC-SEQ
005990     MOVE LOG-DATA    TO W-DATA-AMD
006000     MOVE W-AMD-DD    TO W-DMA-DD
006010     MOVE W-AMD-MM    TO W-DMA-MM
006020     MOVE W-AMD-AAAA  TO W-DMA-AAAA
006030     MOVE W-DATA-NUM  TO LOC-DATA
006040     MOVE W-TEXTO     TO LOC-TEXTO
006050     MOVE W-ESPERADO  TO LOC-ESPERADO
006060     WRITE LINHA-REL FROM LIN-OCORR
006070     ADD 1 TO W-QTD-LINHAS.
006080 4200-EXIT.
006090     EXIT.
006100*
006110*---------[ ULTIMO EVENTO DA CHAPA/SEQ NO ARQUIVO DE TRABALHO ]--
006120 4300-GUARDA-IMAGEM.
006130     IF LOG-CHAPA NOT NUMERIC OR LOG-SEQ NOT NUMERIC
006140        GO TO 4300-EXIT
006150     END-IF
006160     MOVE LOG-CHAPA TO VWK-CHAPA
006170     MOVE LOG-SEQ   TO VWK-SEQ
006180     READ VERWRK
006190     MOVE LOG-ACAO     TO VWK-ACAO
006200     IF LOG-NUM-SEQ NUMERIC
006210        MOVE LOG-NUM-SEQ TO VWK-NUM-SEQ
006220     ELSE
006230        MOVE ZEROS       TO VWK-NUM-SEQ
006240     END-IF
006250     MOVE LOG-DATA     TO VWK-DATA
006260     MOVE LOG-REG-NOVO TO VWK-IMAGEM
006270     IF ST-ERRO6 = "00"
006280        REWRITE REGVWK
006290     ELSE
006300        WRITE REGVWK
006310     END-IF
006320     IF ST-ERRO6 NOT = "00"
006330        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO VERLOG.WRK: "
006340            ST-ERRO6
006350        STOP RUN
006360     END-IF.
006370 4300-EXIT.
006380     EXIT.
006390*
006400*---------[ LINHA DE TOTAIS DE CONTROLE DE UM ARQUIVO ]-----------
006410 4900-IMPRIME-ARQUIVO.
006420     WRITE LINHA-REL FROM LIN-ARQUIVO
006430     WRITE LINHA-REL FROM LIN-BRANCO
006440     ADD 2 TO W-QTD-LINHAS.
006450 4900-EXIT.
006460     EXIT.
006470*
006480*---------[ REPASSAGEM: ULTIMA IMAGEM DE CADA CHAPA/SEQ DO ]------
006490*---------[ LOG CONTRA O REGISTRO ATUAL DO CADDPND        ]------
006500 5000-CONFERE-CADASTRO.
006510     WRITE LINHA-REL FROM LIN-SECAO2
006520     WRITE LINHA-REL FROM LIN-BRANCO
006530     ADD 2 TO W-QTD-LINHAS
006540     IF NOT CADASTRO-ABERTO
006550        GO TO 5000-EXIT
006560     END-IF
006570     MOVE ZEROS TO VWK-CHAVE
006580     START VERWRK KEY IS NOT LESS THAN VWK-CHAVE
006590     IF ST-ERRO6 NOT = "00"
006600        GO TO 5000-EXIT
006610     END-IF
006620     MOVE "N" TO W-FIM-WRK
006630     PERFORM 5100-CONFERE-DEPENDENTE THRU 5100-EXIT
006640             UNTIL FIM-TRABALHO.
006650 5000-EXIT.
006660     EXIT.
006670*
006680 5100-CONFERE-DEPENDENTE.
006690     READ VERWRK NEXT RECORD
006700         AT END
006710            MOVE "S" TO W-FIM-WRK
006720            GO TO 5100-EXIT
006730     END-READ
006740     MOVE VWK-CHAPA TO CHAPA
006750     MOVE VWK-SEQ   TO SEQ
006760     READ CADDPND KEY IS CAD-CHAVE
006770     IF VWK-ACAO = "E"
006780        IF ST-ERRO = "00"
006790           ADD 1 TO W-TOT-PRESENTE
006800           MOVE NOMEDPND TO LDV-NOME
006810           MOVE "PRESENTE NO CADASTRO APOS EXCLUSAO"
006820             TO LDV-TEXTO
006830           PERFORM 5300-IMPRIME-DIVERGENCIA THRU 5300-EXIT
006840        END-IF
006850        GO TO 5100-EXIT
006860     END-IF
006870     MOVE VWK-IMAGEM TO W-IMG-LOG
006880     IF ST-ERRO NOT = "00"
006890        ADD 1 TO W-TOT-AUSENTE
006900        MOVE IML-NOME TO LDV-NOME
006910        MOVE "AUSENTE DO CADASTRO SEM EXCLUSAO LOGADA"
006920          TO LDV-TEXTO
006930        PERFORM 5300-IMPRIME-DIVERGENCIA THRU 5300-EXIT
006940        GO TO 5100-EXIT
006950     END-IF
006960     PERFORM 5200-COMPARA-IMAGEM THRU 5200-EXIT.
006970 5100-EXIT.
006980     EXIT.
006990*
007000*---------[ CAMPO A CAMPO; NA IMAGEM CONVERTIDA DO LAYOUT ]-------
007010*---------[ ANTIGO O STATSDATA EM BRANCO EQUIVALE A ZEROS ]-------
007020 5200-COMPARA-IMAGEM.
007030     MOVE REGDPND TO W-IMG-CAD
007040     IF IML-STATSDATA = SPACES AND STATSDATA = ZEROS
007050        MOVE IMC-STATSDATA TO IML-STATSDATA
007060     END-IF
007070     IF W-IMG-LOG = W-IMG-CAD
007080        GO TO 5200-EXIT
007090     END-IF
007100     MOVE SPACES TO LCA-NOME LCA-GRAU LCA-NASC LCA-SEXO LCA-INSS
007110     MOVE SPACES TO LCA-IR LCA-CPF LCA-ESTUD LCA-STATS LCA-VIG
007120     IF IML-NOME NOT = IMC-NOME
007130        MOVE "NOME" TO LCA-NOME
007140     END-IF
007150     IF IML-GRAU NOT = IMC-GRAU
007160        MOVE "GRAU" TO LCA-GRAU
007170     END-IF
007180     IF IML-DATANASC NOT = IMC-DATANASC
007190        MOVE "NASC" TO LCA-NASC
007200     END-IF
007210     IF IML-SEXO NOT = IMC-SEXO
007220        MOVE "SEXO" TO LCA-SEXO
007230     END-IF
007240     IF IML-INSS NOT = IMC-INSS
007250        MOVE "INSS" TO LCA-INSS
007260     END-IF
007270     IF IML-IR NOT = IMC-IR
007280        MOVE "IR" TO LCA-IR
007290     END-IF
007300     IF IML-CPF NOT = IMC-CPF
007310        MOVE "CPF" TO LCA-CPF
007320     END-IF
007330     IF IML-ESTUD NOT = IMC-ESTUD
007340        MOVE "ESTUD" TO LCA-ESTUD
007350     END-IF
007360     IF IML-STATS NOT = IMC-STATS
007370        MOVE "STATS" TO LCA-STATS
007380     END-IF
007390     IF IML-STATSDATA NOT = IMC-STATSDATA
007400        MOVE "VIGENCIA" TO LCA-VIG
007410     END-IF
007420     ADD 1 TO W-TOT-DIFERE
007430     MOVE NOMEDPND TO LDV-NOME
007440     MOVE "DIFERE DA ULTIMA IMAGEM NOVA DO LOG" TO LDV-TEXTO
007450     PERFORM 5300-IMPRIME-DIVERGENCIA THRU 5300-EXIT
007460     WRITE LINHA-REL FROM LIN-CAMPOS
007470     ADD 1 TO W-QTD-LINHAS.
007480 5200-EXIT.
007490     EXIT.
007500*
007510*---------[ LINHA DE DIVERGENCIA DE UM DEPENDENTE ]---------------
007520 5300-IMPRIME-DIVERGENCIA.
007530     ADD 1 TO W-TOT-OCORR
007540     MOVE VWK-CHAPA   TO LDV-CHAPA
007550     MOVE VWK-SEQ     TO LDV-SEQ
007560     MOVE VWK-NUM-SEQ TO LDV-NUM-SEQ
007570     MOVE VWK-DATA    TO W-DATA-AMD
007580     MOVE W-AMD-DD    TO W-DMA-DD
007590     MOVE W-AMD-MM    TO W-DMA-MM
007600     MOVE W-AMD-AAAA  TO W-DMA-AAAA
007610     MOVE W-DATA-NUM  TO LDV-DATA
007620     WRITE LINHA-REL FROM LIN-DIVERG
007630     ADD 1 TO W-QTD-LINHAS.
007640 5300-EXIT.
007650     EXIT.
007660*
007670*---------[ DEPENDENTES DO CADDPND SEM NENHUM EVENTO NO LOG ]----
007680*---------[ (INCLUIDOS POR FORA DO SISTEMA)                  ]----
007690 5500-CADASTRO-SEM-LOG.
007700     IF NOT CADASTRO-ABERTO
007710        GO TO 5500-EXIT
007720     END-IF
007730     MOVE ZEROS TO CAD-CHAVE
007740     START CADDPND KEY IS NOT LESS THAN CAD-CHAVE
007750     IF ST-ERRO NOT = "00"
007760        GO TO 5500-EXIT
007770     END-IF
007780     MOVE "N" TO W-FIM-CAD
007790     PERFORM 5510-CONFERE-REGISTRO THRU 5510-EXIT
007800             UNTIL FIM-CADASTRO.
007810 5500-EXIT.
007820     EXIT.
007830*
007840 5510-CONFERE-REGISTRO.
007850     READ CADDPND NEXT RECORD
007860         AT END
007870            MOVE "S" TO W-FIM-CAD
007880            GO TO 5510-EXIT
007890     END-READ
007900     MOVE CHAPA TO VWK-CHAPA
007910     MOVE SEQ   TO VWK-SEQ
007920     READ VERWRK
007930     IF ST-ERRO6 = "00"
007940        GO TO 5510-EXIT
007950     END-IF
007960     ADD 1 TO W-TOT-SEM-EVENTO
007970     MOVE ZEROS    TO VWK-NUM-SEQ VWK-DATA
007980     MOVE NOMEDPND TO LDV-NOME
007990     MOVE "SEM NENHUM EVENTO NO LOG" TO LDV-TEXTO
008000     PERFORM 5300-IMPRIME-DIVERGENCIA THRU 5300-EXIT.
008010 5510-EXIT.
008020     EXIT.
008030*
008040*---------[ TOTAIS, CONCLUSAO E ENCERRAMENTO ]--------------------
008050 8000-FINALIZA.
008060     IF W-TOT-OCORR = ZEROS
008070        WRITE LINHA-REL FROM LIN-NADA
008080        ADD 1 TO W-QTD-LINHAS
008090     END-IF
008100     WRITE LINHA-REL FROM LIN-BRANCO
008110     ADD 1 TO W-QTD-LINHAS
008120     MOVE "GERACOES ARQUIVADAS CONFERIDAS..............:"
008130       TO LTO-TEXTO
008140     MOVE W-TOT-GERACOES TO LTO-QTD
008150     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008160     MOVE "EVENTOS LIDOS................................:"
008170       TO LTO-TEXTO
008180     MOVE W-TOT-EVENTOS TO LTO-QTD
008190     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008200     MOVE "EVENTOS SEM SELO.............................:"
008210       TO LTO-TEXTO
008220     MOVE W-TOT-SEM-SELO TO LTO-QTD
008230     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008240     MOVE "SALTOS NA SEQUENCIA..........................:"
008250       TO LTO-TEXTO
008260     MOVE W-TOT-SALTOS TO LTO-QTD
008270     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008280     MOVE "NUMEROS REPETIDOS OU FORA DE ORDEM...........:"
008290       TO LTO-TEXTO
008300     MOVE W-TOT-REPETIDOS TO LTO-QTD
008310     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008320     MOVE "ENCADEAMENTOS QUEBRADOS......................:"
008330       TO LTO-TEXTO
008340     MOVE W-TOT-QUEBRAS TO LTO-QTD
008350     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008360     MOVE "GERACOES COM TOTAL DE CONTROLE DIVERGENTE....:"
008370       TO LTO-TEXTO
008380     MOVE W-TOT-ARQ-DIVERG TO LTO-QTD
008390     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008400     MOVE "CONTROLE DO SELO (LOGSEQ) DIVERGENTE.........:"
008410       TO LTO-TEXTO
008420     MOVE W-TOT-CONTROLE TO LTO-QTD
008430     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008440     MOVE "DEPENDENTES DIFERENTES DA ULTIMA IMAGEM......:"
008450       TO LTO-TEXTO
008460     MOVE W-TOT-DIFERE TO LTO-QTD
008470     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008480     MOVE "DEPENDENTES PRESENTES APOS EXCLUSAO LOGADA...:"
008490       TO LTO-TEXTO
008500     MOVE W-TOT-PRESENTE TO LTO-QTD
008510     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008520     MOVE "DEPENDENTES AUSENTES SEM EXCLUSAO LOGADA.....:"
008530       TO LTO-TEXTO
008540     MOVE W-TOT-AUSENTE TO LTO-QTD
008550     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008560     MOVE "DEPENDENTES SEM NENHUM EVENTO NO LOG.........:"
008570       TO LTO-TEXTO
008580     MOVE W-TOT-SEM-EVENTO TO LTO-QTD
008590     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
008600     WRITE LINHA-REL FROM LIN-BRANCO
008610     ADD 1 TO W-QTD-LINHAS
008620     IF W-TOT-OCORR = ZEROS
008630        MOVE "*** LOG INTEGRO: SEQUENCIA, ENCADEAMENTO, TOTAIS"
008640          TO LCO-TEXTO
008650     ELSE
008660        MOVE "*** LOG COM OCORRENCIAS: APURAR ANTES DO RELLOG"
008670          TO LCO-TEXTO
008680     END-IF
008690     WRITE LINHA-REL FROM LIN-CONCLUSAO
008700     ADD 1 TO W-QTD-LINHAS
008710     CLOSE RELVERL
008720     CLOSE VERWRK
008730     IF CADASTRO-ABERTO
008740        CLOSE CADDPND
008750     END-IF
008760     PERFORM 8200-CATALOGA THRU 8200-EXIT
008770     DISPLAY "EVENTOS LIDOS......: " W-TOT-EVENTOS
008780     DISPLAY "OCORRENCIAS........: " W-TOT-OCORR
008790     DISPLAY "RELATORIO GRAVADO..: " W-NOME-REL.
008800 8000-EXIT.
008810     EXIT.
008820*
008830 8100-IMPRIME-TOTAL.
008840     WRITE LINHA-REL FROM LIN-TOTAL
008850     ADD 1 TO W-QTD-LINHAS.
008860 8100-EXIT.
008870     EXIT.
008880*
008890*---------[ CATALOGO DA GERACAO DO RELATORIO (RELINDEX.DAT) ]----
008900 8200-CATALOGA.
008910     OPEN EXTEND RELINDEX
008920     IF ST-ERRO8 NOT = "00"
008930        OPEN OUTPUT RELINDEX
008940        CLOSE RELINDEX
008950        OPEN EXTEND RELINDEX
008960     END-IF
008970     IF ST-ERRO8 NOT = "00"
008980        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINDEX: " ST-ERRO8
008990        STOP RUN
009000     END-IF
009010     MOVE "VERLOG"       TO RIX-RELATORIO
009020     MOVE W-COMPET       TO RIX-COMPET
009030     MOVE W-DATA-SIS-NUM TO RIX-DATA-GER
009040     ACCEPT W-CARIMBO-HORA FROM TIME
009050     MOVE W-CARIMBO-HORA TO RIX-HORA-GER
009060     MOVE W-QTD-LINHAS   TO RIX-QTD-LINHAS
009070     MOVE W-NOME-REL     TO RIX-ARQUIVO
009080     WRITE REGRELIX
009090     IF ST-ERRO8 NOT = "00"
009100        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO RELINDEX: " ST-ERRO8
009110        STOP RUN
009120     END-IF
009130     CLOSE RELINDEX.
009140 8200-EXIT.
009150     EXIT.
