000170* NAO E EXPORTADO: SAI NA LISTA DE REJEICAO DO RELATORIO   *
000180* PARA ACERTO ANTES DO PRAZO LEGAL. O RELATORIO TRAZ AINDA *
000190* O RESUMO DE REGISTROS GERADOS POR CHAPA.                 *
000191* DEPENDENTE QUE FOI ALIMENTANDO COM PENSAO VIGENTE        *
000192* (PENSDPND.DAT) EM ALGUM MES DO ANO-BASE (ANO ANTERIOR    *
000193* AO DA EXECUCAO) NAO E EXPORTADO COMO DEPENDENTE: A       *
000194* PENSAO JA E DEDUZIDA E AS DUAS DEDUCOES NAO SE           *
000195* ACUMULAM NO ANO. SAI LISTADO NO RELATORIO.               *
000200***********************************************************
000210* HISTORICO DE ALTERACOES
000220* DATA       AUTOR   DESCRICAO
000230* 22/08/2026 SSM     PROGRAMA CRIADO
000233* 15/10/2026 SSM     DEPENDENTE ALIMENTANDO COM PENSAO VIGENTE NO
000236*                    ANO-BASE (PENSDPND.DAT) NAO E EXPORTADO
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000410     SELECT RELDIRF ASSIGN TO DISK
000420              ORGANIZATION IS LINE SEQUENTIAL
000430              FILE STATUS  IS ST-ERRO3.
000431     SELECT PENSDPND ASSIGN TO DISK
000432              ORGANIZATION IS INDEXED
000433              ACCESS MODE  IS DYNAMIC
000434              RECORD KEY   IS PENS-CHAVE
000435              FILE STATUS  IS ST-ERRO4.
000440*
000450*-----------------------------------------------------------------
000460 DATA DIVISION.
000640         LABEL RECORD IS STANDARD
000650         VALUE OF FILE-ID IS "RELDIRF.LST".
000660 01 LINHA-REL                  PIC X(132).
000661*
000662 FD PENSDPND
000663         LABEL RECORD IS STANDARD
000664         VALUE OF FILE-ID IS "PENSDPND.DAT".
000665     COPY "regpens.cpy".
000670*-----------------------------------------------------------------
000680 WORKING-STORAGE SECTION.
000690 77 ST-ERRO          PIC X(02) VALUE "00".
000700 77 ST-ERRO2         PIC X(02) VALUE "00".
000710 77 ST-ERRO3         PIC X(02) VALUE "00".
000715 77 ST-ERRO4         PIC X(02) VALUE "00".
000720 77 W-FIM-ARQ        PIC X(01) VALUE "N".
000730     88 FIM-ARQUIVO              VALUE "S".
000740 77 W-CHAPA-ANT      PIC 9(06) VALUE ZEROS.
000780 77 W-TOT-GERADOS    PIC 9(06) VALUE ZEROS.
000790 77 W-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
000800 77 W-TOT-CHAPAS     PIC 9(06) VALUE ZEROS.
000801 77 W-TOT-PENSAO     PIC 9(06) VALUE ZEROS.
000802*
000803*---------[ PENSAO ALIMENTICIA NO ANO-BASE ]----------------------
000804 77 W-PENS-DISP      PIC X(01) VALUE "N".
000805     88 PENSAO-DISPONIVEL        VALUE "S".
000806 77 W-FIM-PENS       PIC X(01) VALUE "N".
000807     88 FIM-PENSAO               VALUE "S".
000808 77 W-ALIMENTANDO    PIC X(01) VALUE "N".
000809     88 ALIMENTANDO              VALUE "S".
000810*
000820*---------[ MAPA GRAU -> CODIGO DE DEPENDENTE DIRF/ESOCIAL ]------
000830 01 TABDIRF.
001020     03 W-AMD-AAAA   PIC 9(04).
001030     03 W-AMD-MM     PIC 9(02).
001040     03 W-AMD-DD     PIC 9(02).
001041 77 W-ANO-BASE       PIC 9(04) VALUE ZEROS.
001042 01 W-DATA-SIS.
001043     03 W-SIS-AAAA   PIC 9(04).
001044     03 W-SIS-MM     PIC 9(02).
001045     03 W-SIS-DD     PIC 9(02).
001046 01 W-PENS-DMA.
001047     03 W-PDMA-DD    PIC 9(02).
001048     03 W-PDMA-MM    PIC 9(02).
001049     03 W-PDMA-AAAA  PIC 9(04).
001050*
001060 01 LIN-CABEC1.
001070     03 FILLER       PIC X(55) VALUE
001190        " DEPENDENTE IR COM CPF ZERADO".
001200     03 FILLER       PIC X(45) VALUE SPACES.
001210*
001211 01 LIN-PENSAO.
001212     03 FILLER       PIC X(14) VALUE "** PENSAO....:".
001213     03 LP-CHAPA     PIC 9(06).
001214     03 FILLER       PIC X(01) VALUE "/".
001215     03 LP-SEQ       PIC 9(01).
001216     03 FILLER       PIC X(01) VALUE SPACES.
001217     03 LP-NOME      PIC X(30).
001218     03 FILLER       PIC X(79) VALUE " ALIMENTANDO NO ANO-BASE".
001219*
001220 01 LIN-RESUMO.
001230     03 FILLER       PIC X(07) VALUE "CHAPA:".
001240     03 LS-CHAPA     PIC 9(06).
001500     03 LT4-TOTAL    PIC ZZZ.ZZ9.
001510     03 FILLER       PIC X(85) VALUE SPACES.
001520*
001521 01 LIN-TOTAL5.
001522     03 FILLER       PIC X(40) VALUE
001523        "TOTAL DE ALIMENTANDOS NAO EXPORTADOS:".
001524     03 LT5-TOTAL    PIC ZZZ.ZZ9.
001525     03 FILLER       PIC X(85) VALUE SPACES.
001526*
001530 01 LIN-BRANCO       PIC X(132) VALUE SPACES.
001540*-----------------------------------------------------------------
001550 PROCEDURE DIVISION.
001620*
001630*---------[ ABERTURA DOS ARQUIVOS E PRIMEIRA LEITURA ]------------
001640 1000-INICIALIZA.
001643     ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
001646     COMPUTE W-ANO-BASE = W-SIS-AAAA - 1
001650     OPEN INPUT CADDPND
001660     IF ST-ERRO NOT = "00"
001670        DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDPND: " ST-ERRO
001770        DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDIRF: " ST-ERRO3
001780        STOP RUN
001790     END-IF
001791     OPEN INPUT PENSDPND
001792     IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "35"
001793        DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSDPND: " ST-ERRO4
001794        STOP RUN
001795     END-IF
001796     IF ST-ERRO4 = "00"
001797        MOVE "S" TO W-PENS-DISP
001798     END-IF
001800     WRITE LINHA-REL FROM LIN-CABEC1
001810     WRITE LINHA-REL FROM LIN-BRANCO
001820     PERFORM 4000-LER-CADDPND THRU 4000-EXIT.
002020        ADD 1 TO W-TOT-REJEITADOS
002030        GO TO 3000-EXIT
002040     END-IF
002041     PERFORM 3200-VERIFICA-PENSAO THRU 3200-EXIT
002042     IF ALIMENTANDO
002043        PERFORM 3300-RELATA-PENSAO THRU 3300-EXIT
002044        GO TO 3000-EXIT
002045     END-IF
002050     IF W-PRIMEIRA = "S"
002060        MOVE CHAPA TO W-CHAPA-ANT
002070        MOVE "N"   TO W-PRIMEIRA
002740     WRITE LINHA-REL FROM LIN-TOTAL3
002750     MOVE W-TOT-CHAPAS     TO LT4-TOTAL
002760     WRITE LINHA-REL FROM LIN-TOTAL4
002763     MOVE W-TOT-PENSAO     TO LT5-TOTAL
002766     WRITE LINHA-REL FROM LIN-TOTAL5
002770     DISPLAY "DEPENDENTES LIDOS......: " W-TOT-LIDOS
002780     DISPLAY "REGISTROS EXPORTADOS...: " W-TOT-GERADOS
002790     DISPLAY "REJEITADOS (CPF ZERADO): " W-TOT-REJEITADOS
002795     DISPLAY "ALIMENTANDOS NO ANO....: " W-TOT-PENSAO
002800     CLOSE CADDPND
002810     CLOSE EXPDIRF
002820     CLOSE RELDIRF
002822     IF PENSAO-DISPONIVEL
002824        CLOSE PENSDPND
002826     END-IF.
002830 8000-EXIT.
002840     EXIT.
002850*
002860*---------[ ALIMENTANDO (MESMA SEQ OU MESMO CPF NA CHAPA) COM ]---
002870*---------[ PENSAO VIGENTE EM ALGUM MES DO ANO-BASE           ]---
002880 3200-VERIFICA-PENSAO.
002890     MOVE "N" TO W-ALIMENTANDO
002900     IF NOT PENSAO-DISPONIVEL
002910        GO TO 3200-EXIT
002920     END-IF
002930     MOVE CHAPA TO PENS-CHAPA
002940     MOVE ZEROS TO PENS-SEQ PENS-ORDEM
002950     START PENSDPND KEY IS NOT LESS THAN PENS-CHAVE
002960     IF ST-ERRO4 NOT = "00"
002970        GO TO 3200-EXIT
002980     END-IF
002990     MOVE "N" TO W-FIM-PENS
003000     PERFORM 3210-LE-PENSAO THRU 3210-EXIT
003010             UNTIL FIM-PENSAO OR ALIMENTANDO.
003020 3200-EXIT.
003030     EXIT.
003040*
003050 3210-LE-PENSAO.
003060     READ PENSDPND NEXT RECORD
003070         AT END
003080            MOVE "S" TO W-FIM-PENS
003090     END-READ
003100     IF FIM-PENSAO
003110        GO TO 3210-EXIT
003120     END-IF
003130     IF PENS-CHAPA NOT = CHAPA
003140        MOVE "S" TO W-FIM-PENS
003150        GO TO 3210-EXIT
003160     END-IF
003170     IF PENS-SEQ NOT = SEQ AND PENS-CPF NOT = CPF
003180        GO TO 3210-EXIT
003190     END-IF
003200     MOVE PENS-DATA-INICIO TO W-PENS-DMA
003210     IF W-PDMA-AAAA > W-ANO-BASE
003220        GO TO 3210-EXIT
003230     END-IF
003240     IF PENS-DATA-FIM NOT = ZEROS
003250        MOVE PENS-DATA-FIM TO W-PENS-DMA
003260        IF W-PDMA-AAAA < W-ANO-BASE
003270           GO TO 3210-EXIT
003280        END-IF
003290     END-IF
003300     MOVE "S" TO W-ALIMENTANDO.
003310 3210-EXIT.
003320     EXIT.
003330*
003340*---------[ ALIMENTANDO FORA DA EXPORTACAO, LINHA NO RELATORIO ]--
003350 3300-RELATA-PENSAO.
003360     MOVE CHAPA      TO LP-CHAPA
003370     MOVE SEQ        TO LP-SEQ
003380     MOVE NOMEDPND   TO LP-NOME
003390     WRITE LINHA-REL FROM LIN-PENSAO
003400     ADD 1 TO W-TOT-PENSAO.
003410 3300-EXIT.
003420     EXIT.
