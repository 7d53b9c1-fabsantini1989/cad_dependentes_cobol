000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOVFUNC.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* ATUALIZACAO DO CADASTRO DE FUNCIONARIOS (CADFUNC) A      *
000090* PARTIR DO MOVIMENTO DIARIO ENVIADO PELA FOLHA DE         *
000100* PAGAMENTO (MOVFUNC.TXT, LINE SEQUENTIAL). CADA LINHA     *
000110* TRAZ O TIPO DO MOVIMENTO, A CHAPA, O NOME E A DATA       *
000120* (AAAAMMDD):                                              *
000130*   A - ADMISSAO: INCLUI A CHAPA ATIVA COM A DATA DE       *
000140*       ADMISSAO;                                          *
000150*   D - DESLIGAMENTO: MARCA "D" E GRAVA A DATA DE          *
000160*       DESLIGAMENTO (USADA PELO ORFDPND NO STATSDATA);    *
000170*   R - READMISSAO: REATIVA A CHAPA DESLIGADA, COM NOVA    *
000180*       DATA DE ADMISSAO E DESLIGAMENTO ZERADO;            *
000190*   N - CORRECAO DE NOME (DATA NAO EXIGIDA).               *
000200* A ULTIMA LINHA E O TRAILER ("T" + QUANTIDADE DE LINHAS   *
000210* DE MOVIMENTO). O ARQUIVO E CONFERIDO CONTRA O TRAILER    *
000220* ANTES DE QUALQUER ATUALIZACAO: SEM TRAILER OU COM TOTAL  *
000230* DIVERGENTE NADA E APLICADO. OS MOVIMENTOS REJEITADOS     *
000240* SAEM NO RELATORIO DE CRITICA (CRITFUNC.AAAAMMDD) COM O   *
000250* MOTIVO, CATALOGADO NO RELINDEX.DAT, PARA ACERTO PELA     *
000260* FOLHA.                                                   *
000270***********************************************************
000280* HISTORICO DE ALTERACOES
000290* DATA       AUTOR   DESCRICAO
000300* 15/10/2026 SSM     PROGRAMA CRIADO
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350               DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MOVFUNC ASSIGN TO DISK
000390              ORGANIZATION IS LINE SEQUENTIAL
000400              FILE STATUS  IS ST-ERRO.
000410     SELECT CADFUNC ASSIGN TO DISK
000420              ORGANIZATION IS INDEXED
000430              ACCESS MODE  IS RANDOM
000440              RECORD KEY   IS FUNC-CHAPA
000450              FILE STATUS  IS ST-ERRO2.
000460     SELECT RELCRIT ASSIGN TO DISK
000470              ORGANIZATION IS LINE SEQUENTIAL
000480              FILE STATUS  IS ST-ERRO3.
000490     SELECT RELINDEX ASSIGN TO DISK
000500              ORGANIZATION IS LINE SEQUENTIAL
000510              FILE STATUS  IS ST-ERRO4.
000520*
000530*-----------------------------------------------------------------
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD MOVFUNC
000570         LABEL RECORD IS STANDARD
000580         VALUE OF FILE-ID IS "MOVFUNC.TXT".
000590 01 REG-MOV.
000600     03 MOV-TIPO     PIC X(01).
000610        88 MOV-ADMISSAO          VALUE "A".
000620        88 MOV-DESLIGAMENTO      VALUE "D".
000630        88 MOV-READMISSAO        VALUE "R".
000640        88 MOV-CORRECAO-NOME     VALUE "N".
000650        88 MOV-TRAILER           VALUE "T".
000660     03 MOV-CHAPA    PIC X(06).
000670     03 MOV-NOME     PIC X(30).
000680     03 MOV-DATA     PIC X(08).
000690 01 REG-MOV-TRL REDEFINES REG-MOV.
000700     03 FILLER       PIC X(01).
000710     03 TRL-QTD      PIC X(06).
000720     03 FILLER       PIC X(38).
000730*
000740 FD CADFUNC
000750         LABEL RECORD IS STANDARD
000760         VALUE OF FILE-ID IS "CADFUNC.DAT".
000770     COPY "regfunc.cpy".
000780*
000790 FD RELCRIT
000800         LABEL RECORD IS STANDARD
000810         VALUE OF FILE-ID IS W-NOME-REL.
000820 01 LINHA-REL                  PIC X(132).
000830*
000840 FD RELINDEX
000850         LABEL RECORD IS STANDARD
000860         VALUE OF FILE-ID IS "RELINDEX.DAT".
000870     COPY "regrelix.cpy".
000880*-----------------------------------------------------------------
000890 WORKING-STORAGE SECTION.
000900 77 ST-ERRO          PIC X(02) VALUE "00".
000910 77 ST-ERRO2         PIC X(02) VALUE "00".
000920 77 ST-ERRO3         PIC X(02) VALUE "00".
000930 77 ST-ERRO4         PIC X(02) VALUE "00".
000940 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
000950 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
000960 01 W-NOME-REL.
000970     03 FILLER       PIC X(09) VALUE "CRITFUNC.".
000980     03 W-NR-DATA    PIC 9(08).
000990     03 FILLER       PIC X(03) VALUE SPACES.
001000 77 W-FIM-ARQ        PIC X(01) VALUE "N".
001010     88 FIM-ARQUIVO              VALUE "S".
001020 77 W-TEM-TRAILER    PIC X(01) VALUE "N".
001030     88 TEM-TRAILER              VALUE "S".
001040 77 W-REG-OK         PIC X(01) VALUE "N".
001050     88 REGISTRO-OK              VALUE "S".
001060 77 W-LINHA-LIDA     PIC 9(06) VALUE ZEROS.
001070 77 W-QTD-MOVTOS     PIC 9(06) VALUE ZEROS.
001080 77 W-QTD-TRAILER    PIC 9(06) VALUE ZEROS.
001090 77 W-TOT-ADMISSOES  PIC 9(06) VALUE ZEROS.
001100 77 W-TOT-DESLIGAM   PIC 9(06) VALUE ZEROS.
001110 77 W-TOT-READMISSOES PIC 9(06) VALUE ZEROS.
001120 77 W-TOT-NOMES      PIC 9(06) VALUE ZEROS.
001130 77 W-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
001140 77 W-MOTIVO         PIC X(44) VALUE SPACES.
001150 77 W-DATA-MOV       PIC 9(08) VALUE ZEROS.
001160*
001170*---------[ VALIDACAO DA DATA DO MOVIMENTO (COMO R6A/CDPND) ]-----
001180 77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
001190 77 W-QUOC           PIC 9(04) VALUE ZEROS.
001200 77 W-RESTO4         PIC 9(02) VALUE ZEROS.
001210 77 W-RESTO100       PIC 9(02) VALUE ZEROS.
001220 77 W-RESTO400       PIC 9(03) VALUE ZEROS.
001230 01 W-DATA-WS.
001240     03 W-DT-AAAA    PIC 9(04).
001250     03 W-DT-MM      PIC 9(02).
001260     03 W-DT-DD      PIC 9(02).
001270 01 W-DATA-WS-NUM REDEFINES W-DATA-WS PIC 9(08).
001280 01 W-DATA-SIS.
001290     03 W-SIS-AAAA   PIC 9(04).
001300     03 W-SIS-MM     PIC 9(02).
001310     03 W-SIS-DD     PIC 9(02).
001320 01 W-DATA-SIS-NUM REDEFINES W-DATA-SIS PIC 9(08).
001330 01 W-COMPET-GRP.
001340     03 W-CPT-AAAA   PIC 9(04).
001350     03 W-CPT-MM     PIC 9(02).
001360 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
001370 01 W-DATA-PROC-DMA.
001380     03 W-PROC-DD    PIC 9(02).
001390     03 W-PROC-MM    PIC 9(02).
001400     03 W-PROC-AAAA  PIC 9(04).
001410 01 W-DATA-PROC-NUM REDEFINES W-DATA-PROC-DMA PIC 9(08).
001420*
001430 01 LIN-CABEC1.
001440     03 FILLER       PIC X(50) VALUE
001450        "RELATORIO DE CRITICA DO MOVIMENTO DE FUNCIONARIOS".
001460     03 FILLER       PIC X(12) VALUE "DATA PROC.:".
001470     03 LC1-DATA     PIC 99/99/9999.
001480     03 FILLER       PIC X(60) VALUE SPACES.
001490*
001500 01 LIN-CABEC2.
001510     03 FILLER       PIC X(08) VALUE "LINHA".
001520     03 FILLER       PIC X(05) VALUE "TIPO".
001530     03 FILLER       PIC X(08) VALUE "CHAPA".
001540     03 FILLER       PIC X(32) VALUE "NOME DO FUNCIONARIO".
001550     03 FILLER       PIC X(10) VALUE "DATA".
001560     03 FILLER       PIC X(44) VALUE "MOTIVO DA REJEICAO".
001570     03 FILLER       PIC X(25) VALUE SPACES.
001580*
001590 01 LIN-DETALHE.
001600     03 LD-LINHA     PIC 9(06).
001610     03 FILLER       PIC X(02) VALUE SPACES.
001620     03 LD-TIPO      PIC X(01).
001630     03 FILLER       PIC X(04) VALUE SPACES.
001640     03 LD-CHAPA     PIC X(06).
001650     03 FILLER       PIC X(02) VALUE SPACES.
001660     03 LD-NOME      PIC X(30).
001670     03 FILLER       PIC X(02) VALUE SPACES.
001680     03 LD-DATA      PIC X(08).
001690     03 FILLER       PIC X(02) VALUE SPACES.
001700     03 LD-MOTIVO    PIC X(44).
001710     03 FILLER       PIC X(25) VALUE SPACES.
001720*
001730 01 LIN-TOTAL1.
001740     03 FILLER       PIC X(40) VALUE
001750        "TOTAL DE MOVIMENTOS LIDOS:     ".
001760     03 LT1-TOTAL    PIC ZZZ.ZZ9.
001770     03 FILLER       PIC X(85) VALUE SPACES.
001780*
001790 01 LIN-TOTAL2.
001800     03 FILLER       PIC X(40) VALUE
001810        "TOTAL DE ADMISSOES APLICADAS:  ".
001820     03 LT2-TOTAL    PIC ZZZ.ZZ9.
001830     03 FILLER       PIC X(85) VALUE SPACES.
001840*
001850 01 LIN-TOTAL3.
001860     03 FILLER       PIC X(40) VALUE
001870        "TOTAL DE DESLIGAMENTOS APLICADOS:".
001880     03 LT3-TOTAL    PIC ZZZ.ZZ9.
001890     03 FILLER       PIC X(85) VALUE SPACES.
001900*
001910 01 LIN-TOTAL4.
001920     03 FILLER       PIC X(40) VALUE
001930        "TOTAL DE READMISSOES APLICADAS:".
001940     03 LT4-TOTAL    PIC ZZZ.ZZ9.
001950     03 FILLER       PIC X(85) VALUE SPACES.
001960*
001970 01 LIN-TOTAL5.
001980     03 FILLER       PIC X(40) VALUE
001990        "TOTAL DE CORRECOES DE NOME:    ".
002000     03 LT5-TOTAL    PIC ZZZ.ZZ9.
002010     03 FILLER       PIC X(85) VALUE SPACES.
002020*
002030 01 LIN-TOTAL6.
002040     03 FILLER       PIC X(40) VALUE
002050        "TOTAL DE MOVIMENTOS REJEITADOS:".
002060     03 LT6-TOTAL    PIC ZZZ.ZZ9.
002070     03 FILLER       PIC X(85) VALUE SPACES.
002080*
002090 01 LIN-TOTAL7.
002100     03 FILLER       PIC X(40) VALUE
002110        "TOTAL DE CONTROLE (TRAILER):   ".
002120     03 LT7-TOTAL    PIC ZZZ.ZZ9.
002130     03 FILLER       PIC X(04) VALUE SPACES.
002140     03 LT7-SITUACAO PIC X(30) VALUE SPACES.
002150     03 FILLER       PIC X(51) VALUE SPACES.
002160*
002170 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
002180*-----------------------------------------------------------------
002190 PROCEDURE DIVISION.
002200 0000-MAINLINE.
002210     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
002220     PERFORM 2000-PROCESSA    THRU 2000-EXIT
002230             UNTIL FIM-ARQUIVO.
002240     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
002250     STOP RUN.
002260*
002270*---------[ CONFERENCIA DO TRAILER, ABERTURAS E 1A LEITURA ]------
002280 1000-INICIALIZA.
002290     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
002300     MOVE W-SIS-AAAA TO W-CPT-AAAA
002310     MOVE W-SIS-MM   TO W-CPT-MM
002320     MOVE W-DATA-SIS-NUM TO W-NR-DATA
002330     PERFORM 1100-CONFERE-TRAILER THRU 1100-EXIT
002340     OPEN INPUT MOVFUNC
002350     IF ST-ERRO NOT = "00"
002360        DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVFUNC: " ST-ERRO
002370        STOP RUN
002380     END-IF
002390     OPEN I-O CADFUNC
002400     IF ST-ERRO2 = "35"
002410        OPEN OUTPUT CADFUNC
002420        CLOSE CADFUNC
002430        OPEN I-O CADFUNC
002440     END-IF
002450     IF ST-ERRO2 NOT = "00"
002460        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC: " ST-ERRO2
002470        IF ST-ERRO2 = "39"
002480           DISPLAY "CADFUNC.DAT NO LAYOUT ANTIGO, EXECUTE O "
002490               "CNVFUNC ANTES DO MOVIMENTO"
002500        END-IF
002510        STOP RUN
002520     END-IF
002530     OPEN OUTPUT RELCRIT
002540     IF ST-ERRO3 NOT = "00"
002550        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCRIT: " ST-ERRO3
002560        STOP RUN
002570     END-IF
002580     MOVE W-SIS-DD        TO W-PROC-DD
002590     MOVE W-SIS-MM        TO W-PROC-MM
002600     MOVE W-SIS-AAAA      TO W-PROC-AAAA
002610     MOVE W-DATA-PROC-NUM TO LC1-DATA
002620     WRITE LINHA-REL FROM LIN-CABEC1
002630     ADD 1 TO W-QTD-LINHAS
002640     WRITE LINHA-REL FROM LIN-BRANCO
002650     ADD 1 TO W-QTD-LINHAS
002660     WRITE LINHA-REL FROM LIN-CABEC2
002670     ADD 1 TO W-QTD-LINHAS
002680     MOVE ZEROS TO W-LINHA-LIDA
002690     MOVE "N"   TO W-FIM-ARQ
002700     PERFORM 4000-LER-MOVFUNC THRU 4000-EXIT.
002710 1000-EXIT.
002720     EXIT.
002730*
002740*---------[ 1A PASSAGEM: QTDE DE MOVIMENTOS X TRAILER. ]----------
002750*---------[ SEM TRAILER OU COM DIVERGENCIA NADA E APLICADO ]------
002760 1100-CONFERE-TRAILER.
002770     OPEN INPUT MOVFUNC
002780     IF ST-ERRO NOT = "00"
002790        DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVFUNC: " ST-ERRO
002800        STOP RUN
002810     END-IF
002820     PERFORM 1110-CONTA-LINHA THRU 1110-EXIT
002830             UNTIL FIM-ARQUIVO
002840     CLOSE MOVFUNC
002850     IF NOT TEM-TRAILER
002860        DISPLAY "MOVFUNC SEM TRAILER, ARQUIVO INCOMPLETO - "
002870            "NENHUM MOVIMENTO APLICADO"
002880        STOP RUN
002890     END-IF
002900     IF W-QTD-MOVTOS NOT = W-QTD-TRAILER
002910        DISPLAY "MOVFUNC COM " W-QTD-MOVTOS " MOVIMENTOS E "
002920            "TRAILER COM " W-QTD-TRAILER
002930        DISPLAY "TOTAL DE CONTROLE DIVERGENTE - NENHUM "
002940            "MOVIMENTO APLICADO"
002950        STOP RUN
002960     END-IF.
002970 1100-EXIT.
002980     EXIT.
002990*
003000 1110-CONTA-LINHA.
003010     READ MOVFUNC
003020         AT END
003030            MOVE "S" TO W-FIM-ARQ
003040            GO TO 1110-EXIT
003050     END-READ
003060     IF TEM-TRAILER
003070        DISPLAY "MOVFUNC COM LINHAS APOS O TRAILER - "
003080            "NENHUM MOVIMENTO APLICADO"
003090        STOP RUN
003100     END-IF
003110     IF MOV-TRAILER
003120        MOVE "S" TO W-TEM-TRAILER
003130        IF TRL-QTD NUMERIC
003140           MOVE TRL-QTD TO W-QTD-TRAILER
003150        ELSE
003160           DISPLAY "TRAILER DO MOVFUNC COM QUANTIDADE "
003170               "INVALIDA - NENHUM MOVIMENTO APLICADO"
003180           STOP RUN
003190        END-IF
003200     ELSE
003210        ADD 1 TO W-QTD-MOVTOS
003220     END-IF.
003230 1110-EXIT.
003240     EXIT.
003250*
003260*---------[ LACO PRINCIPAL: CRITICA E APLICACAO DO MOVIMENTO ]----
003270 2000-PROCESSA.
003280     IF MOV-TRAILER
003290        PERFORM 4000-LER-MOVFUNC THRU 4000-EXIT
003300        GO TO 2000-EXIT
003310     END-IF
003320     PERFORM 3000-VALIDA-LINHA THRU 3000-EXIT
003330     IF REGISTRO-OK
003340        PERFORM 5000-APLICA-MOVIMENTO THRU 5000-EXIT
003350     END-IF
003360     IF NOT REGISTRO-OK
003370        PERFORM 6000-REJEITA-LINHA THRU 6000-EXIT
003380     END-IF
003390     PERFORM 4000-LER-MOVFUNC THRU 4000-EXIT.
003400 2000-EXIT.
003410     EXIT.
003420*
003430*---------[ CRITICA DO MOVIMENTO E LEITURA DA CHAPA ]-------------
003440 3000-VALIDA-LINHA.
003450     MOVE "S"    TO W-REG-OK
003460     MOVE SPACES TO W-MOTIVO
003470     IF NOT MOV-ADMISSAO AND NOT MOV-DESLIGAMENTO
003480        AND NOT MOV-READMISSAO AND NOT MOV-CORRECAO-NOME
003490        MOVE "TIPO DE MOVIMENTO INVALIDO (USAR A/D/R/N)"
003500             TO W-MOTIVO
003510        MOVE "N" TO W-REG-OK
003520        GO TO 3000-EXIT
003530     END-IF
003540     IF MOV-CHAPA NOT NUMERIC OR MOV-CHAPA = "000000"
003550        MOVE "CHAPA INVALIDA OU ZERADA" TO W-MOTIVO
003560        MOVE "N" TO W-REG-OK
003570        GO TO 3000-EXIT
003580     END-IF
003590     IF (MOV-ADMISSAO OR MOV-CORRECAO-NOME)
003600        AND MOV-NOME = SPACES
003610        MOVE "NOME DO FUNCIONARIO EM BRANCO" TO W-MOTIVO
003620        MOVE "N" TO W-REG-OK
003630        GO TO 3000-EXIT
003640     END-IF
003650     MOVE ZEROS TO W-DATA-MOV
003660     IF NOT MOV-CORRECAO-NOME
003670        PERFORM 3100-VALIDA-DATA THRU 3100-EXIT
003680        IF NOT REGISTRO-OK
003690           GO TO 3000-EXIT
003700        END-IF
003710     END-IF
003720     MOVE MOV-CHAPA TO FUNC-CHAPA
003730     READ CADFUNC KEY IS FUNC-CHAPA
003740     IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "23"
003750        DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFUNC: " ST-ERRO2
003760        STOP RUN
003770     END-IF
003780     IF MOV-ADMISSAO
003790        IF ST-ERRO2 = "00"
003800           MOVE "CHAPA JA CADASTRADA (USAR READMISSAO)"
003810                TO W-MOTIVO
003820           MOVE "N" TO W-REG-OK
003830        END-IF
003840        GO TO 3000-EXIT
003850     END-IF
003860     IF ST-ERRO2 = "23"
003870        MOVE "CHAPA NAO CADASTRADA NO CADFUNC" TO W-MOTIVO
003880        MOVE "N" TO W-REG-OK
003890        GO TO 3000-EXIT
003900     END-IF
003910     IF MOV-DESLIGAMENTO
003920        IF NOT FUNC-ATIVO
003930           MOVE "FUNCIONARIO JA DESLIGADO" TO W-MOTIVO
003940           MOVE "N" TO W-REG-OK
003950           GO TO 3000-EXIT
003960        END-IF
003970        IF W-DATA-MOV < FUNC-DATA-ADMISSAO
003980           MOVE "DESLIGAMENTO ANTERIOR A ADMISSAO" TO W-MOTIVO
003990           MOVE "N" TO W-REG-OK
004000        END-IF
004010        GO TO 3000-EXIT
004020     END-IF
004030     IF MOV-READMISSAO
004040        IF NOT FUNC-DESLIGADO
004050           MOVE "READMISSAO DE FUNCIONARIO NAO DESLIGADO"
004060                TO W-MOTIVO
004070           MOVE "N" TO W-REG-OK
004080           GO TO 3000-EXIT
004090        END-IF
004100        IF W-DATA-MOV NOT > FUNC-DATA-DESLIG
004110           MOVE "READMISSAO NAO POSTERIOR AO DESLIGAMENTO"
004120                TO W-MOTIVO
004130           MOVE "N" TO W-REG-OK
004140        END-IF
004150     END-IF.
004160 3000-EXIT.
004170     EXIT.
004180*
004190*---------[ DATA DO MOVIMENTO: CALENDARIO E NAO FUTURA ]----------
004200 3100-VALIDA-DATA.
004210     IF MOV-DATA NOT NUMERIC
004220        MOVE "DATA DO MOVIMENTO NAO NUMERICA" TO W-MOTIVO
004230        MOVE "N" TO W-REG-OK
004240        GO TO 3100-EXIT
004250     END-IF
004260     MOVE MOV-DATA TO W-DATA-WS
004270     IF W-DT-MM < 01 OR W-DT-MM > 12
004280        MOVE "MES INVALIDO NA DATA DO MOVIMENTO" TO W-MOTIVO
004290        MOVE "N" TO W-REG-OK
004300        GO TO 3100-EXIT
004310     END-IF
004320     IF W-DT-MM = 01 OR W-DT-MM = 03 OR W-DT-MM = 05
004330        OR W-DT-MM = 07 OR W-DT-MM = 08 OR W-DT-MM = 10
004340        OR W-DT-MM = 12
004350           MOVE 31 TO W-DIAS-MES
004360     ELSE
004370        IF W-DT-MM = 04 OR W-DT-MM = 06 OR W-DT-MM = 09
004380           OR W-DT-MM = 11
004390              MOVE 30 TO W-DIAS-MES
004400        ELSE
004410              PERFORM 3110-BISSEXTO THRU 3110-EXIT
004420        END-IF
004430     END-IF
004440     IF W-DT-DD < 01 OR W-DT-DD > W-DIAS-MES
004450        MOVE "DIA INVALIDO PARA O MES INFORMADO" TO W-MOTIVO
004460        MOVE "N" TO W-REG-OK
004470        GO TO 3100-EXIT
004480     END-IF
004490     IF W-DATA-WS-NUM > W-DATA-SIS-NUM
004500        MOVE "DATA DO MOVIMENTO NAO PODE SER FUTURA" TO W-MOTIVO
004510        MOVE "N" TO W-REG-OK
004520        GO TO 3100-EXIT
004530     END-IF
004540     MOVE W-DATA-WS-NUM TO W-DATA-MOV.
004550 3100-EXIT.
004560     EXIT.
004570*
004580*---------[ ANO BISSEXTO P/ VALIDACAO DE DATA (COMO CDPND) ]------
004590 3110-BISSEXTO.
004600     DIVIDE W-DT-AAAA BY 4   GIVING W-QUOC
004610            REMAINDER W-RESTO4
004620     DIVIDE W-DT-AAAA BY 100 GIVING W-QUOC
004630            REMAINDER W-RESTO100
004640     DIVIDE W-DT-AAAA BY 400 GIVING W-QUOC
004650            REMAINDER W-RESTO400
004660     IF (W-RESTO4 = 0 AND W-RESTO100 NOT = 0)
004670         OR W-RESTO400 = 0
004680        MOVE 29 TO W-DIAS-MES
004690     ELSE
004700        MOVE 28 TO W-DIAS-MES
004710     END-IF.
004720 3110-EXIT.
004730     EXIT.
004740*
004750*---------[ LEITURA DO ARQUIVO DE MOVIMENTO ]---------------------
004760 4000-LER-MOVFUNC.
004770     READ MOVFUNC
004780         AT END
004790            MOVE "S" TO W-FIM-ARQ
004800         NOT AT END
004810            ADD 1 TO W-LINHA-LIDA
004820     END-READ.
004830 4000-EXIT.
004840     EXIT.
004850*
004860*---------[ APLICACAO DO MOVIMENTO NO CADFUNC ]-------------------
004870 5000-APLICA-MOVIMENTO.
004880     IF MOV-ADMISSAO
004890        MOVE SPACES     TO REGFUNC
004900        MOVE MOV-CHAPA  TO FUNC-CHAPA
004910        MOVE MOV-NOME   TO FUNC-NOME
004920        MOVE "A"        TO FUNC-SITUACAO
004930        MOVE W-DATA-MOV TO FUNC-DATA-ADMISSAO
004940        MOVE ZEROS      TO FUNC-DATA-DESLIG
004950        WRITE REGFUNC
004960        IF ST-ERRO2 = "22"
004970           MOVE "CHAPA JA CADASTRADA (USAR READMISSAO)"
004980                TO W-MOTIVO
004990           MOVE "N" TO W-REG-OK
005000           GO TO 5000-EXIT
005010        END-IF
005020        IF ST-ERRO2 NOT = "00"
005030           DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFUNC: "
005040                   ST-ERRO2
005050           STOP RUN
005060        END-IF
005070        ADD 1 TO W-TOT-ADMISSOES
005080        GO TO 5000-EXIT
005090     END-IF
005100     IF MOV-DESLIGAMENTO
005110        MOVE "D"        TO FUNC-SITUACAO
005120        MOVE W-DATA-MOV TO FUNC-DATA-DESLIG
005130        ADD 1 TO W-TOT-DESLIGAM
005140     END-IF
005150     IF MOV-READMISSAO
005160        MOVE "A"        TO FUNC-SITUACAO
005170        MOVE W-DATA-MOV TO FUNC-DATA-ADMISSAO
005180        MOVE ZEROS      TO FUNC-DATA-DESLIG
005190        IF MOV-NOME NOT = SPACES
005200           MOVE MOV-NOME TO FUNC-NOME
005210        END-IF
005220        ADD 1 TO W-TOT-READMISSOES
005230     END-IF
005240     IF MOV-CORRECAO-NOME
005250        MOVE MOV-NOME   TO FUNC-NOME
005260        ADD 1 TO W-TOT-NOMES
005270     END-IF
005280     REWRITE REGFUNC
005290     IF ST-ERRO2 NOT = "00"
005300        DISPLAY "ERRO NO REWRITE DO CADFUNC: " ST-ERRO2
005310        STOP RUN
005320     END-IF.
005330 5000-EXIT.
005340     EXIT.
005350*
005360*---------[ MOVIMENTO REJEITADO NO RELATORIO DE CRITICA ]---------
005370 6000-REJEITA-LINHA.
005380     MOVE W-LINHA-LIDA TO LD-LINHA
005390     MOVE MOV-TIPO     TO LD-TIPO
005400     MOVE MOV-CHAPA    TO LD-CHAPA
005410     MOVE MOV-NOME     TO LD-NOME
005420     MOVE MOV-DATA     TO LD-DATA
005430     MOVE W-MOTIVO     TO LD-MOTIVO
005440     WRITE LINHA-REL FROM LIN-DETALHE
005450     ADD 1 TO W-QTD-LINHAS
005460     ADD 1 TO W-TOT-REJEITADOS.
005470 6000-EXIT.
005480     EXIT.
005490*
005500*---------[ TOTAIS, TOTAL DE CONTROLE E ENCERRAMENTO ]------------
005510 8000-FINALIZA.
005520     WRITE LINHA-REL FROM LIN-BRANCO
005530     ADD 1 TO W-QTD-LINHAS
005540     MOVE W-QTD-MOVTOS      TO LT1-TOTAL
005550     WRITE LINHA-REL FROM LIN-TOTAL1
005560     ADD 1 TO W-QTD-LINHAS
005570     MOVE W-TOT-ADMISSOES   TO LT2-TOTAL
005580     WRITE LINHA-REL FROM LIN-TOTAL2
005590     ADD 1 TO W-QTD-LINHAS
005600     MOVE W-TOT-DESLIGAM    TO LT3-TOTAL
005610     WRITE LINHA-REL FROM LIN-TOTAL3
005620     ADD 1 TO W-QTD-LINHAS
005630     MOVE W-TOT-READMISSOES TO LT4-TOTAL
005640     WRITE LINHA-REL FROM LIN-TOTAL4
005650     ADD 1 TO W-QTD-LINHAS
005660     MOVE W-TOT-NOMES       TO LT5-TOTAL
005670     WRITE LINHA-REL FROM LIN-TOTAL5
005680     ADD 1 TO W-QTD-LINHAS
005690     MOVE W-TOT-REJEITADOS  TO LT6-TOTAL
005700     WRITE LINHA-REL FROM LIN-TOTAL6
005710     ADD 1 TO W-QTD-LINHAS
005720     MOVE W-QTD-TRAILER     TO LT7-TOTAL
005730     IF W-TOT-ADMISSOES + W-TOT-DESLIGAM + W-TOT-READMISSOES
005740        + W-TOT-NOMES + W-TOT-REJEITADOS = W-QTD-TRAILER
005750        MOVE "CONFERE" TO LT7-SITUACAO
005760     ELSE
005770        MOVE "*** NAO CONFERE ***" TO LT7-SITUACAO
005780     END-IF
005790     WRITE LINHA-REL FROM LIN-TOTAL7
005800     ADD 1 TO W-QTD-LINHAS
005810     PERFORM 8200-CATALOGA THRU 8200-EXIT
005820     DISPLAY "MOVIMENTOS LIDOS......: " W-QTD-MOVTOS
005830     DISPLAY "ADMISSOES.............: " W-TOT-ADMISSOES
005840     DISPLAY "DESLIGAMENTOS.........: " W-TOT-DESLIGAM
005850     DISPLAY "READMISSOES...........: " W-TOT-READMISSOES
005860     DISPLAY "CORRECOES DE NOME.....: " W-TOT-NOMES
005870     DISPLAY "MOVIMENTOS REJEITADOS.: " W-TOT-REJEITADOS
005880     DISPLAY "TOTAL DE CONTROLE.....: " W-QTD-TRAILER " "
005890         LT7-SITUACAO
005900     CLOSE MOVFUNC
005910     CLOSE CADFUNC
005920     CLOSE RELCRIT.
005930 8000-EXIT.
005940     EXIT.
005950*
005960*---------[ CATALOGO DA GERACAO DO RELATORIO (RELINDEX.DAT) ]------
005970 8200-CATALOGA.
005980     OPEN EXTEND RELINDEX
005990     IF ST-ERRO4 NOT = "00"
006000        OPEN OUTPUT RELINDEX
006010        CLOSE RELINDEX
006020        OPEN EXTEND RELINDEX
006030     END-IF
006040     IF ST-ERRO4 NOT = "00"
006050        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINDEX: " ST-ERRO4
006060        STOP RUN
006070     END-IF
006080     MOVE "CRITFUNC" TO RIX-RELATORIO
006090     MOVE W-COMPET       TO RIX-COMPET
006100     MOVE W-DATA-SIS-NUM TO RIX-DATA-GER
006110     ACCEPT W-CARIMBO-HORA FROM TIME
006120     MOVE W-CARIMBO-HORA TO RIX-HORA-GER
006130     MOVE W-QTD-LINHAS   TO RIX-QTD-LINHAS
006140     MOVE W-NOME-REL     TO RIX-ARQUIVO
006150     WRITE REGRELIX
006160     IF ST-ERRO4 NOT = "00"
006170        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO RELINDEX: " ST-ERRO4
006180        STOP RUN
006190     END-IF
006200     CLOSE RELINDEX.
006210 8200-EXIT.
006220     EXIT.
