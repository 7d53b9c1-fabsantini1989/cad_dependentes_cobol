000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FATDPND.
000030 AUTHOR. SANTINI SOLUTIONS.
000040 INSTALLATION. DEPARTAMENTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070***********************************************************
000080* CONCILIACAO MENSAL DA FATURA DA OPERADORA DE SAUDE.      *
000090* A OPERADORA ENVIA UMA LINHA POR BENEFICIARIO COBRADO NA  *
000100* COMPETENCIA (FATOPER.TXT: CHAPA, SEQ, NOME, DATA DE      *
000110* NASCIMENTO, PLANO E VALOR). CADA LINHA E CASADA COM O    *
000120* CADDPND POR CHAPA/SEQ E O RELATORIO LISTA:               *
000130*   - COBRADO COM STATS "S", "D" OU "X" NO CADDPND (NAO    *
000140*     DEVERIA ESTAR SENDO PAGO);                           *
000150*   - COBRADO SEM REGISTRO NO CADDPND;                     *
000160*   - COBRADO EM DUPLICIDADE NA MESMA FATURA;              *
000170*   - COBRADO ATIVO COM NOME OU DATA DE NASCIMENTO         *
000180*     DIVERGENTE DO CADASTRO;                              *
000190*   - ATIVO JA ENVIADO A OPERADORA (RETRATO EXTSNAP DO     *
000200*     EXTDPND) QUE NAO FOI COBRADO.                        *
000210* CADA CATEGORIA TEM QUANTIDADE E VALOR EM JOGO NO FIM DO  *
000220* RELATORIO (RELFAT.<AAAAMM>, CATALOGADO NO RELINDEX.DAT). *
000230* AS LINHAS DA FATURA FICAM NO ARQUIVO DE TRABALHO         *
000240* FATURA.WRK, POR CHAPA/SEQ, PARA A VARREDURA DO RETRATO.  *
000250***********************************************************
000260* HISTORICO DE ALTERACOES
000270* DATA       AUTOR   DESCRICAO
000280* 15/10/2026 SSM     PROGRAMA CRIADO
000283* 15/10/2026 SSM     RETRATO EXTSNAP LIDO NO LAYOUT DE 49
000286*                    BYTES (CODIGO DO PLANO)
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330               DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FATOPER ASSIGN TO DISK
000370              ORGANIZATION IS LINE SEQUENTIAL
000380              FILE STATUS  IS ST-ERRO3.
000390     SELECT CADDPND ASSIGN TO DISK
000400              ORGANIZATION IS INDEXED
000410              ACCESS MODE  IS RANDOM
000420              RECORD KEY   IS CAD-CHAVE
000430              ALTERNATE RECORD KEY IS CHAPA
000440                           WITH DUPLICATES
000450              FILE STATUS  IS ST-ERRO.
000460     SELECT EXTSNAP ASSIGN TO DISK
000470              ORGANIZATION IS INDEXED
000480              ACCESS MODE  IS SEQUENTIAL
000490              RECORD KEY   IS SNAP-CHAVE
000500              FILE STATUS  IS ST-ERRO4.
000510     SELECT FATWRK ASSIGN TO DISK
000520              ORGANIZATION IS INDEXED
000530              ACCESS MODE  IS RANDOM
000540              RECORD KEY   IS FWK-CHAVE
000550              FILE STATUS  IS ST-ERRO2.
000560     SELECT RELFAT ASSIGN TO DISK
000570              ORGANIZATION IS LINE SEQUENTIAL
000580              FILE STATUS  IS ST-ERRO5.
000590     SELECT RELINDEX ASSIGN TO DISK
000600              ORGANIZATION IS LINE SEQUENTIAL
000610              FILE STATUS  IS ST-ERRO6.
000620*
000630*-----------------------------------------------------------------
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD FATOPER
000670         LABEL RECORD IS STANDARD
000680         VALUE OF FILE-ID IS "FATOPER.TXT".
000690 01 REG-FAT.
000700     03 FAT-CHAPA    PIC X(06).
000710     03 FAT-SEQ      PIC X(01).
000720     03 FAT-NOME     PIC X(30).
000730     03 FAT-DATANASC PIC X(08).
000740     03 FAT-PLANO    PIC X(04).
000750     03 FAT-VALOR    PIC X(09).
000760     03 FAT-VALOR-NUM REDEFINES FAT-VALOR PIC 9(07)V99.
000770*
000780 FD CADDPND
000790         LABEL RECORD IS STANDARD
000800         VALUE OF FILE-ID IS "CADDPND.DAT".
000810     COPY "regdpnd.cpy".
000820*
000830*---------[ RETRATO DO ULTIMO ENVIO CONFIRMADO A OPERADORA ]------
000840*---------[ (MANTIDO PELO EXTDPND)                         ]------
000850 FD EXTSNAP
000860         LABEL RECORD IS STANDARD
000870         VALUE OF FILE-ID IS "EXTSNAP.DAT".
000880 01 REGSNAP.
000890     03 SNAP-CHAVE.
000900        05 SNAP-CHAPA    PIC 9(06).
000910        05 SNAP-SEQ      PIC 9(01).
000920     03 SNAP-NOME        PIC X(30).
000930     03 SNAP-DATANASC    PIC 9(08).
000940     03 SNAP-GRAU        PIC 9(01).
000945     03 SNAP-PLANO       PIC 9(03).
000950*
000960*---------[ LINHAS DA FATURA JA CONCILIADAS, POR CHAPA/SEQ ]------
000970 FD FATWRK
000980         LABEL RECORD IS STANDARD
000990         VALUE OF FILE-ID IS "FATURA.WRK".
001000 01 REGFWK.
001010     03 FWK-CHAVE.
001020        05 FWK-CHAPA    PIC 9(06).
001030        05 FWK-SEQ      PIC 9(01).
001040     03 FWK-VALOR       PIC 9(07)V99.
001050*
001060 FD RELFAT
001070         LABEL RECORD IS STANDARD
001080         VALUE OF FILE-ID IS W-NOME-REL.
001090 01 LINHA-REL                  PIC X(132).
001100*
001110 FD RELINDEX
001120         LABEL RECORD IS STANDARD
001130         VALUE OF FILE-ID IS "RELINDEX.DAT".
001140     COPY "regrelix.cpy".
001150*-----------------------------------------------------------------
001160 WORKING-STORAGE SECTION.
001170 77 ST-ERRO          PIC X(02) VALUE "00".
001180 77 ST-ERRO2         PIC X(02) VALUE "00".
001190 77 ST-ERRO3         PIC X(02) VALUE "00".
001200 77 ST-ERRO4         PIC X(02) VALUE "00".
001210 77 ST-ERRO5         PIC X(02) VALUE "00".
001220 77 ST-ERRO6         PIC X(02) VALUE "00".
001230 77 W-QTD-LINHAS     PIC 9(06) VALUE ZEROS.
001240 77 W-CARIMBO-HORA   PIC 9(08) VALUE ZEROS.
001250 01 W-NOME-REL.
001260     03 FILLER       PIC X(07) VALUE "RELFAT.".
001270     03 W-NR-COMPET  PIC 9(06).
001280     03 FILLER       PIC X(07) VALUE SPACES.
001290 77 W-FIM-ARQ        PIC X(01) VALUE "N".
001300     88 FIM-ARQUIVO              VALUE "S".
001310 77 W-FIM-SNAP       PIC X(01) VALUE "N".
001320     88 FIM-SNAPSHOT             VALUE "S".
001330 77 W-TEM-SNAP       PIC X(01) VALUE "N".
001340     88 RETRATO-DISPONIVEL       VALUE "S".
001350 77 W-DIV-NOME       PIC X(01) VALUE "N".
001360 77 W-DIV-NASC       PIC X(01) VALUE "N".
001370 77 W-OCORRENCIA     PIC X(40) VALUE SPACES.
001380 77 W-VALOR          PIC 9(07)V99 VALUE ZEROS.
001390 77 W-LINHA-LIDA     PIC 9(06) VALUE ZEROS.
001400 77 W-TOT-SNAP       PIC 9(06) VALUE ZEROS.
001410 77 W-NASC-NUM       PIC 9(08) VALUE ZEROS.
001420 77 W-NASC-EDIT      PIC 99/99/9999.
001430*
001440*---------[ TOTAIS DA FATURA E DE CADA CATEGORIA ]----------------
001450 77 W-VLR-FATURA     PIC 9(09)V99 VALUE ZEROS.
001460 77 W-QTD-INATIVO    PIC 9(06) VALUE ZEROS.
001470 77 W-VLR-INATIVO    PIC 9(09)V99 VALUE ZEROS.
001480 77 W-QTD-SEM-CAD    PIC 9(06) VALUE ZEROS.
001490 77 W-VLR-SEM-CAD    PIC 9(09)V99 VALUE ZEROS.
001500 77 W-QTD-DUPLIC     PIC 9(06) VALUE ZEROS.
001510 77 W-VLR-DUPLIC     PIC 9(09)V99 VALUE ZEROS.
001520 77 W-QTD-DIVERG     PIC 9(06) VALUE ZEROS.
001530 77 W-VLR-DIVERG     PIC 9(09)V99 VALUE ZEROS.
001540 77 W-QTD-INVALIDA   PIC 9(06) VALUE ZEROS.
001550 77 W-VLR-INVALIDA   PIC 9(09)V99 VALUE ZEROS.
001560 77 W-QTD-NAO-COBR   PIC 9(06) VALUE ZEROS.
001570*
001580 01 W-COMPET-ALVO    PIC 9(06) VALUE ZEROS.
001590 01 W-DATA-SIS.
001600     03 W-SIS-AAAA   PIC 9(04).
001610     03 W-SIS-MM     PIC 9(02).
001620     03 W-SIS-DD     PIC 9(02).
001630 01 W-DATA-SIS-NUM REDEFINES W-DATA-SIS PIC 9(08).
001640 01 W-COMPET-GRP.
001650     03 W-CPT-AAAA   PIC 9(04).
001660     03 W-CPT-MM     PIC 9(02).
001670 01 W-COMPET REDEFINES W-COMPET-GRP PIC 9(06).
001680 01 W-DATA-PROC-DMA.
001690     03 W-PROC-DD    PIC 9(02).
001700     03 W-PROC-MM    PIC 9(02).
001710     03 W-PROC-AAAA  PIC 9(04).
001720 01 W-DATA-PROC-NUM REDEFINES W-DATA-PROC-DMA PIC 9(08).
001730*
001740 01 LIN-CABEC1.
001750     03 FILLER       PIC X(44) VALUE
001760        "CONCILIACAO DA FATURA DA OPERADORA DE SAUDE".
001770     03 FILLER       PIC X(13) VALUE "COMPETENCIA:".
001780     03 LC1-COMPET   PIC 9(06).
001790     03 FILLER       PIC X(04) VALUE SPACES.
001800     03 FILLER       PIC X(12) VALUE "DATA PROC.:".
001810     03 LC1-DATA     PIC 99/99/9999.
001820     03 FILLER       PIC X(43) VALUE SPACES.
001830*
001840 01 LIN-CABEC2.
001850     03 FILLER       PIC X(08) VALUE "CHAPA".
001860     03 FILLER       PIC X(04) VALUE "SEQ".
001870     03 FILLER       PIC X(32) VALUE "NOME NA FATURA".
001880     03 FILLER       PIC X(12) VALUE "DATA NASC.".
001890     03 FILLER       PIC X(06) VALUE "PLANO".
001900     03 FILLER       PIC X(15) VALUE "   VALOR COBR.".
001910     03 FILLER       PIC X(40) VALUE "OCORRENCIA".
001920     03 FILLER       PIC X(15) VALUE SPACES.
001930*
001940 01 LIN-DETALHE.
001950     03 LD-CHAPA     PIC X(06).
001960     03 FILLER       PIC X(02) VALUE SPACES.
001970     03 LD-SEQ       PIC X(01).
001980     03 FILLER       PIC X(03) VALUE SPACES.
001990     03 LD-NOME      PIC X(30).
002000     03 FILLER       PIC X(02) VALUE SPACES.
002010     03 LD-DATANASC  PIC X(10).
002020     03 FILLER       PIC X(02) VALUE SPACES.
002030     03 LD-PLANO     PIC X(04).
002040     03 FILLER       PIC X(02) VALUE SPACES.
002050     03 LD-VALOR     PIC Z.ZZZ.ZZ9,99.
002060     03 FILLER       PIC X(03) VALUE SPACES.
002070     03 LD-OCORRENCIA PIC X(40).
002080     03 FILLER       PIC X(15) VALUE SPACES.
002090*
002100*---------[ DADOS DO CADASTRO SOB A LINHA DIVERGENTE ]------------
002110 01 LIN-CADASTRO.
002120     03 FILLER       PIC X(02) VALUE SPACES.
002130     03 FILLER       PIC X(10) VALUE "CADASTRO:".
002140     03 LCD-NOME     PIC X(30).
002150     03 FILLER       PIC X(02) VALUE SPACES.
002160     03 LCD-DATANASC PIC 99/99/9999.
002170     03 FILLER       PIC X(78) VALUE SPACES.
002180*
002190 01 LIN-SUBTIT.
002200     03 FILLER       PIC X(60) VALUE
002210        "ATIVOS JA ENVIADOS A OPERADORA (EXTSNAP) E NAO COBRADOS".
002220     03 FILLER       PIC X(72) VALUE SPACES.
002230*
002240 01 LIN-TOTAL-VLR.
002250     03 LTV-TEXTO    PIC X(40).
002260     03 LTV-QTD      PIC ZZZ.ZZ9.
002270     03 FILLER       PIC X(04) VALUE SPACES.
002280     03 FILLER       PIC X(07) VALUE "VALOR:".
002290     03 LTV-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
002300     03 FILLER       PIC X(60) VALUE SPACES.
002310*
002320 01 LIN-TOTAL-QTD.
002330     03 LTQ-TEXTO    PIC X(40).
002340     03 LTQ-QTD      PIC ZZZ.ZZ9.
002350     03 FILLER       PIC X(85) VALUE SPACES.
002360*
002370 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
002380*-----------------------------------------------------------------
002390 PROCEDURE DIVISION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INICIALIZA  THRU 1000-EXIT.
002420     PERFORM 2000-PROCESSA    THRU 2000-EXIT
002430             UNTIL FIM-ARQUIVO.
002440     PERFORM 6500-VARRE-RETRATO THRU 6500-EXIT.
002450     PERFORM 8000-FINALIZA    THRU 8000-EXIT.
002460     STOP RUN.
002470*
002480*---------[ COMPETENCIA, ABERTURAS E PRIMEIRA LEITURA ]-----------
002490 1000-INICIALIZA.
002500     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
002510     MOVE W-SIS-AAAA TO W-CPT-AAAA
002520     MOVE W-SIS-MM   TO W-CPT-MM
002530     DISPLAY "COMPETENCIA DA FATURA AAAAMM (ZEROS = ATUAL): "
002540         WITH NO ADVANCING
002550     ACCEPT W-COMPET-ALVO
002560     IF W-COMPET-ALVO = ZEROS
002570        MOVE W-COMPET TO W-COMPET-ALVO
002580     END-IF
002590     IF W-COMPET-ALVO > W-COMPET
002600        DISPLAY "COMPETENCIA FUTURA NAO E PERMITIDA"
002610        STOP RUN
002620     END-IF
002630     OPEN INPUT FATOPER
002640     IF ST-ERRO3 NOT = "00"
002650        DISPLAY "ERRO NA ABERTURA DO ARQUIVO FATOPER: " ST-ERRO3
002660        STOP RUN
002670     END-IF
002680     OPEN INPUT CADDPND
002690     IF ST-ERRO NOT = "00"
002700        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDPND: " ST-ERRO
002710        STOP RUN
002720     END-IF
002730     OPEN OUTPUT FATWRK
002740     IF ST-ERRO2 NOT = "00"
002750        DISPLAY "ERRO NA CRIACAO DO ARQUIVO FATURA.WRK: " ST-ERRO2
002760        STOP RUN
002770     END-IF
002780     CLOSE FATWRK
002790     OPEN I-O FATWRK
002800     IF ST-ERRO2 NOT = "00"
002810        DISPLAY "ERRO NA ABERTURA DO ARQUIVO FATURA.WRK: "
002820            ST-ERRO2
002830        STOP RUN
002840     END-IF
002850     MOVE W-COMPET-ALVO TO W-NR-COMPET
002860     OPEN OUTPUT RELFAT
002870     IF ST-ERRO5 NOT = "00"
002880        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELFAT: " ST-ERRO5
002890        STOP RUN
002900     END-IF
002910     MOVE W-SIS-DD        TO W-PROC-DD
002920     MOVE W-SIS-MM        TO W-PROC-MM
002930     MOVE W-SIS-AAAA      TO W-PROC-AAAA
002940     MOVE W-DATA-PROC-NUM TO LC1-DATA
002950     MOVE W-COMPET-ALVO   TO LC1-COMPET
002960     WRITE LINHA-REL FROM LIN-CABEC1
002970     ADD 1 TO W-QTD-LINHAS
002980     WRITE LINHA-REL FROM LIN-BRANCO
002990     ADD 1 TO W-QTD-LINHAS
003000     WRITE LINHA-REL FROM LIN-CABEC2
003010     ADD 1 TO W-QTD-LINHAS
003020     PERFORM 4000-LER-FATOPER THRU 4000-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050*
003060*---------[ LACO PRINCIPAL: UMA LINHA DA FATURA X CADDPND ]-------
003070 2000-PROCESSA.
003080     PERFORM 3000-CONCILIA-LINHA THRU 3000-EXIT
003090     PERFORM 4000-LER-FATOPER THRU 4000-EXIT.
003100 2000-EXIT.
003110     EXIT.
003120*
003130*---------[ CLASSIFICACAO DA LINHA COBRADA ]----------------------
003140 3000-CONCILIA-LINHA.
003150     MOVE ZEROS TO W-VALOR
003160     IF FAT-VALOR NUMERIC
003170        MOVE FAT-VALOR-NUM TO W-VALOR
003180     END-IF
003190     ADD W-VALOR TO W-VLR-FATURA
003200     IF FAT-CHAPA NOT NUMERIC OR FAT-SEQ NOT NUMERIC
003210        OR FAT-VALOR NOT NUMERIC
003220        MOVE "LINHA INVALIDA NA FATURA" TO W-OCORRENCIA
003230        ADD 1       TO W-QTD-INVALIDA
003240        ADD W-VALOR TO W-VLR-INVALIDA
003250        PERFORM 5000-IMPRIME-LINHA THRU 5000-EXIT
003260        GO TO 3000-EXIT
003270     END-IF
003280*---------[ A MESMA CHAPA/SEQ COBRADA MAIS DE UMA VEZ ]-----------
003290     MOVE FAT-CHAPA TO FWK-CHAPA
003300     MOVE FAT-SEQ   TO FWK-SEQ
003310     MOVE W-VALOR   TO FWK-VALOR
003320     WRITE REGFWK
003330     IF ST-ERRO2 = "22"
003340        MOVE "COBRANCA EM DUPLICIDADE NA FATURA" TO W-OCORRENCIA
003350        ADD 1       TO W-QTD-DUPLIC
003360        ADD W-VALOR TO W-VLR-DUPLIC
003370        PERFORM 5000-IMPRIME-LINHA THRU 5000-EXIT
003380        GO TO 3000-EXIT
003390     END-IF
003400     IF ST-ERRO2 NOT = "00"
003410        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO FATURA.WRK: "
003420            ST-ERRO2
003430        STOP RUN
003440     END-IF
003450     MOVE FAT-CHAPA TO CHAPA
003460     MOVE FAT-SEQ   TO SEQ
003470     READ CADDPND
003480     IF ST-ERRO = "23"
003490        MOVE "COBRADO SEM CADASTRO NO CADDPND" TO W-OCORRENCIA
003500        ADD 1       TO W-QTD-SEM-CAD
003510        ADD W-VALOR TO W-VLR-SEM-CAD
003520        PERFORM 5000-IMPRIME-LINHA THRU 5000-EXIT
003530        GO TO 3000-EXIT
003540     END-IF
003550     IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
003560        DISPLAY "ERRO NA LEITURA DO ARQUIVO CADDPND: " ST-ERRO
003570        STOP RUN
003580     END-IF
003590     IF STATS = "S" OR STATS = "D" OR STATS = "X"
003600        IF STATS = "S"
003610           MOVE "COBRADO COM STATS S (SUSPENSO)"
003620                TO W-OCORRENCIA
003630        END-IF
003640        IF STATS = "D"
003650           MOVE "COBRADO COM STATS D (DESATIVADO)"
003660                TO W-OCORRENCIA
003670        END-IF
003680        IF STATS = "X"
003690           MOVE "COBRADO COM STATS X (EX-DEPENDENTE)"
003700                TO W-OCORRENCIA
003710        END-IF
003720        ADD 1       TO W-QTD-INATIVO
003730        ADD W-VALOR TO W-VLR-INATIVO
003740        PERFORM 5000-IMPRIME-LINHA THRU 5000-EXIT
003750        GO TO 3000-EXIT
003760     END-IF
003770     PERFORM 3100-CONFERE-DADOS THRU 3100-EXIT.
003780 3000-EXIT.
003790     EXIT.
003800*
003810*---------[ NOME E DATA DE NASCIMENTO COBRADOS X CADASTRO ]-------
003820 3100-CONFERE-DADOS.
003830     MOVE "N" TO W-DIV-NOME
003840     MOVE "N" TO W-DIV-NASC
003850     IF FAT-NOME NOT = NOMEDPND
003860        MOVE "S" TO W-DIV-NOME
003870     END-IF
003880     IF FAT-DATANASC NOT NUMERIC
003890        MOVE "S" TO W-DIV-NASC
003900     ELSE
003910        IF FAT-DATANASC NOT = DATANASC
003920           MOVE "S" TO W-DIV-NASC
003930        END-IF
003940     END-IF
003950     IF W-DIV-NOME = "N" AND W-DIV-NASC = "N"
003960        GO TO 3100-EXIT
003970     END-IF
003980     IF W-DIV-NOME = "S" AND W-DIV-NASC = "S"
003990        MOVE "NOME E DATA NASC. DIVERGENTES" TO W-OCORRENCIA
004000     ELSE
004010        IF W-DIV-NOME = "S"
004020           MOVE "NOME DIVERGENTE DO CADASTRO" TO W-OCORRENCIA
004030        ELSE
004040           MOVE "DATA NASC. DIVERGENTE DO CADASTRO"
004050                TO W-OCORRENCIA
004060        END-IF
004070     END-IF
004080     ADD 1       TO W-QTD-DIVERG
004090     ADD W-VALOR TO W-VLR-DIVERG
004100     PERFORM 5000-IMPRIME-LINHA THRU 5000-EXIT
004110     MOVE NOMEDPND TO LCD-NOME
004120     MOVE DATANASC TO LCD-DATANASC
004130     WRITE LINHA-REL FROM LIN-CADASTRO
004140     ADD 1 TO W-QTD-LINHAS.
004150 3100-EXIT.
004160     EXIT.
004170*
004180*---------[ LEITURA DA FATURA DA OPERADORA ]----------------------
004190 4000-LER-FATOPER.
004200     READ FATOPER
004210         AT END
004220            MOVE "S" TO W-FIM-ARQ
004230         NOT AT END
004240            ADD 1 TO W-LINHA-LIDA
004250     END-READ.
004260 4000-EXIT.
004270     EXIT.
004280*
004290*---------[ LINHA DA FATURA COM A OCORRENCIA ]--------------------
004300 5000-IMPRIME-LINHA.
004310     MOVE FAT-CHAPA    TO LD-CHAPA
004320     MOVE FAT-SEQ      TO LD-SEQ
004330     MOVE FAT-NOME     TO LD-NOME
004340     IF FAT-DATANASC NUMERIC
004350        MOVE FAT-DATANASC TO W-NASC-NUM
004360        MOVE W-NASC-NUM   TO W-NASC-EDIT
004370        MOVE W-NASC-EDIT  TO LD-DATANASC
004380     ELSE
004390        MOVE FAT-DATANASC TO LD-DATANASC
004400     END-IF
004410     MOVE FAT-PLANO    TO LD-PLANO
004420     MOVE W-VALOR      TO LD-VALOR
004430     MOVE W-OCORRENCIA TO LD-OCORRENCIA
004440     WRITE LINHA-REL FROM LIN-DETALHE
004450     ADD 1 TO W-QTD-LINHAS.
004460 5000-EXIT.
004470     EXIT.
004480*
004490*---------[ ATIVOS JA ENVIADOS (RETRATO) SEM COBRANCA ]-----------
004500 6500-VARRE-RETRATO.
004510     OPEN INPUT EXTSNAP
004520     IF ST-ERRO4 NOT = "00"
004530        DISPLAY "EXTSNAP INDISPONIVEL (" ST-ERRO4 "), ATIVOS "
004540            "NAO COBRADOS NAO CONFERIDOS"
004550        GO TO 6500-EXIT
004560     END-IF
004570     MOVE "S" TO W-TEM-SNAP
004580     WRITE LINHA-REL FROM LIN-BRANCO
004590     ADD 1 TO W-QTD-LINHAS
004600     WRITE LINHA-REL FROM LIN-SUBTIT
004610     ADD 1 TO W-QTD-LINHAS
004620     PERFORM 6600-CONFERE-RETRATO THRU 6600-EXIT
004630             UNTIL FIM-SNAPSHOT
004640     CLOSE EXTSNAP.
004650 6500-EXIT.
004660     EXIT.
004670*
004680*---------[ UM DEPENDENTE DO RETRATO: ATIVO NO CADDPND E ]--------
004690*---------[ AUSENTE DA FATURA                            ]--------
004700 6600-CONFERE-RETRATO.
004710     READ EXTSNAP NEXT RECORD
004720         AT END
004730            MOVE "S" TO W-FIM-SNAP
004740            GO TO 6600-EXIT
004750     END-READ
004760     ADD 1 TO W-TOT-SNAP
004770     MOVE SNAP-CHAPA TO FWK-CHAPA
004780     MOVE SNAP-SEQ   TO FWK-SEQ
004790     READ FATWRK
004800     IF ST-ERRO2 = "00"
004810        GO TO 6600-EXIT
004820     END-IF
004830     IF ST-ERRO2 NOT = "23"
004840        DISPLAY "ERRO NA LEITURA DO ARQUIVO FATURA.WRK: "
004850            ST-ERRO2
004860        STOP RUN
004870     END-IF
004880     MOVE SNAP-CHAPA TO CHAPA
004890     MOVE SNAP-SEQ   TO SEQ
004900     READ CADDPND
004910     IF ST-ERRO = "23"
004920        GO TO 6600-EXIT
004930     END-IF
004940     IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
004950        DISPLAY "ERRO NA LEITURA DO ARQUIVO CADDPND: " ST-ERRO
004960        STOP RUN
004970     END-IF
004980     IF STATS NOT = "A"
004990        GO TO 6600-EXIT
005000     END-IF
005010     MOVE CHAPA    TO LD-CHAPA
005020     MOVE SEQ      TO LD-SEQ
005030     MOVE NOMEDPND TO LD-NOME
005040     MOVE DATANASC TO W-NASC-EDIT
005050     MOVE W-NASC-EDIT TO LD-DATANASC
005060     MOVE SPACES   TO LD-PLANO
005070     MOVE ZEROS    TO LD-VALOR
005080     MOVE "ATIVO ENVIADO E NAO COBRADO" TO LD-OCORRENCIA
005090     WRITE LINHA-REL FROM LIN-DETALHE
005100     ADD 1 TO W-QTD-LINHAS
005110     ADD 1 TO W-QTD-NAO-COBR.
005120 6600-EXIT.
005130     EXIT.
005140*
005150*---------[ TOTAIS POR CATEGORIA E ENCERRAMENTO ]-----------------
005160 8000-FINALIZA.
005170     WRITE LINHA-REL FROM LIN-BRANCO
005180     ADD 1 TO W-QTD-LINHAS
005190     MOVE "LINHAS DA FATURA:" TO LTV-TEXTO
005200     MOVE W-LINHA-LIDA  TO LTV-QTD
005210     MOVE W-VLR-FATURA  TO LTV-VALOR
005220     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
005230     MOVE "COBRADOS COM STATS S/D/X:" TO LTV-TEXTO
005240     MOVE W-QTD-INATIVO TO LTV-QTD
005250     MOVE W-VLR-INATIVO TO LTV-VALOR
005260     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
005270     MOVE "COBRADOS SEM CADASTRO NO CADDPND:" TO LTV-TEXTO
005280     MOVE W-QTD-SEM-CAD TO LTV-QTD
005290     MOVE W-VLR-SEM-CAD TO LTV-VALOR
005300     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
005310     MOVE "COBRANCAS EM DUPLICIDADE:" TO LTV-TEXTO
005320     MOVE W-QTD-DUPLIC  TO LTV-QTD
005330     MOVE W-VLR-DUPLIC  TO LTV-VALOR
005340     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
005350     MOVE "COBRADOS COM NOME/DATA NASC. DIVERG.:" TO LTV-TEXTO
005360     MOVE W-QTD-DIVERG  TO LTV-QTD
005370     MOVE W-VLR-DIVERG  TO LTV-VALOR
005380     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
005390     MOVE "LINHAS INVALIDAS NA FATURA:" TO LTV-TEXTO
005400     MOVE W-QTD-INVALIDA TO LTV-QTD
005410     MOVE W-VLR-INVALIDA TO LTV-VALOR
005420     PERFORM 8100-IMPRIME-TOTAL THRU 8100-EXIT
005430     IF RETRATO-DISPONIVEL
005440        MOVE "ATIVOS ENVIADOS E NAO COBRADOS:" TO LTQ-TEXTO
005450     ELSE
005460        MOVE "NAO COBRADOS (SEM EXTSNAP, NAO CONF.):"
005470             TO LTQ-TEXTO
005480     END-IF
005490     MOVE W-QTD-NAO-COBR TO LTQ-QTD
005500     WRITE LINHA-REL FROM LIN-TOTAL-QTD
005510     ADD 1 TO W-QTD-LINHAS
005520     PERFORM 8200-CATALOGA THRU 8200-EXIT
005530     DISPLAY "LINHAS DA FATURA......: " W-LINHA-LIDA
005540     DISPLAY "COBRADOS S/D/X........: " W-QTD-INATIVO
005550     DISPLAY "COBRADOS SEM CADASTRO.: " W-QTD-SEM-CAD
005560     DISPLAY "COBRANCAS DUPLICADAS..: " W-QTD-DUPLIC
005570     DISPLAY "DIVERGENCIAS NOME/NASC: " W-QTD-DIVERG
005580     DISPLAY "LINHAS INVALIDAS......: " W-QTD-INVALIDA
005590     DISPLAY "ENVIADOS NAO COBRADOS.: " W-QTD-NAO-COBR
005600     CLOSE FATOPER
005610     CLOSE CADDPND
005620     CLOSE FATWRK
005630     CLOSE RELFAT.
005640 8000-EXIT.
005650     EXIT.
005660*
005670*---------[ UMA LINHA DE TOTAL COM QUANTIDADE E VALOR ]-----------
005680 8100-IMPRIME-TOTAL.
005690     WRITE LINHA-REL FROM LIN-TOTAL-VLR
005700     ADD 1 TO W-QTD-LINHAS.
005710 8100-EXIT.
005720     EXIT.
005730*
005740*---------[ CATALOGO DA GERACAO DO RELATORIO (RELINDEX.DAT) ]------
005750 8200-CATALOGA.
005760     OPEN EXTEND RELINDEX
005770     IF ST-ERRO6 NOT = "00"
005780        OPEN OUTPUT RELINDEX
005790        CLOSE RELINDEX
005800        OPEN EXTEND RELINDEX
005810     END-IF
005820     IF ST-ERRO6 NOT = "00"
005830        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINDEX: " ST-ERRO6
005840        STOP RUN
005850     END-IF
005860     MOVE "RELFAT"       TO RIX-RELATORIO
005870     MOVE W-COMPET-ALVO  TO RIX-COMPET
005880     MOVE W-DATA-SIS-NUM TO RIX-DATA-GER
005890     ACCEPT W-CARIMBO-HORA FROM TIME
005900     MOVE W-CARIMBO-HORA TO RIX-HORA-GER
005910     MOVE W-QTD-LINHAS   TO RIX-QTD-LINHAS
005920     MOVE W-NOME-REL     TO RIX-ARQUIVO
005930     WRITE REGRELIX
005940     IF ST-ERRO6 NOT = "00"
005950        DISPLAY "ERRO NA GRAVACAO DO ARQUIVO RELINDEX: " ST-ERRO6
005960        STOP RUN
005970     END-IF
005980     CLOSE RELINDEX.
005990 8200-EXIT.
006000     EXIT.
