000160*   P - PURGAR AS GERACOES COM MAIS DE N MESES (N          *
000170*       INFORMADO NO CONSOLE), APAGANDO OS ARQUIVOS E      *
000180*       REESCREVENDO O CATALOGO SO COM AS MANTIDAS;        *
000182*   D - REIMPRIMIR A ULTIMA DECLARACAO DE DEPENDENTES      *
000184*       (DECLDPND) EMITIDA P/ UMA CHAPA (COPIA SO A PAGINA *
000186*       DA CHAPA P/ REIMP.LST);                            *
000190*   F - FIM.                                               *
000200***********************************************************
000210* HISTORICO DE ALTERACOES
000220* DATA       AUTOR   DESCRICAO
000230* 02/09/2026 SSM     PROGRAMA CRIADO
000232* 15/10/2026 SSM     ACAO D: REIMPRESSAO DA DECLARACAO DE
000234*                    DEPENDENTES DE UMA CHAPA
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000500         LABEL RECORD IS STANDARD
000510         VALUE OF FILE-ID IS W-ARQ-GER.
000520 01 LINHA-GER                  PIC X(132).
000521*---------[ VISAO DA LINHA DE TITULO DA DECLARACAO DECLDPND ]----
000522 01 LINHA-GER-DECL.
000523     03 LGD-TITULO             PIC X(25).
000524     03 FILLER                 PIC X(05).
000525     03 LGD-ROTULO             PIC X(07).
000526     03 LGD-CHAPA              PIC X(06).
000527     03 FILLER                 PIC X(89).
000530*
000540 FD REIMP
000550         LABEL RECORD IS STANDARD
000750 77 W-QUOC           PIC 9(04) VALUE ZEROS.
000760 77 W-RESTO          PIC 9(02) VALUE ZEROS.
000770 77 W-ARQ-GER        PIC X(20) VALUE SPACES.
000772 77 W-CHAPA-DECL     PIC 9(06) VALUE ZEROS.
000774 77 W-CHAPA-DECL-X REDEFINES W-CHAPA-DECL PIC X(06).
000780*
000790*---------[ CATALOGO EM MEMORIA (ATE 500 GERACOES) ]--------------
000800 77 W-TAB-MAX        PIC 9(03) VALUE 500.
001490*---------[ MENU DE ACOES ]---------------------------------------
001500 2000-ATENDE.
001510     DISPLAY "ACAO (L=LISTAR E=EXIBIR R=REIMPRIMIR "
001520         "D=DECLARACAO P=PURGAR F=FIM): " WITH NO ADVANCING
001530     ACCEPT W-ACAO
001540     IF W-ACAO = "L"
001550        PERFORM 3000-LISTA THRU 3000-EXIT
001630              IF W-ACAO = "P"
001640                 PERFORM 6000-PURGA THRU 6000-EXIT
001650              ELSE
001652                 IF W-ACAO = "D"
001654                    PERFORM 7000-DECLARACAO THRU 7000-EXIT
001656                 ELSE
001660                    IF W-ACAO NOT = "F"
001670                       DISPLAY "ACAO INVALIDA, USE L, E, R, D, P "
001672                           "OU F"
001680                    END-IF
001685                 END-IF
001690              END-IF
001700           END-IF
001710        END-IF
003330     PERFORM 1500-CARREGA-CATALOGO THRU 1500-EXIT.
003340 6000-EXIT.
003350     EXIT.
003360*
003370*---------[ REIMPRESSAO DA DECLARACAO DE UMA CHAPA: PROCURA ]-----
003380*---------[ DA GERACAO DECLDPND MAIS RECENTE P/ A MAIS ANTIGA ]---
003390*---------[ E COPIA DA LINHA DE TITULO COM A CHAPA ATE O     ]---
003400*---------[ TITULO SEGUINTE (PROXIMA DECLARACAO) OU O FIM    ]---
003410 7000-DECLARACAO.
003420     IF W-TAB-QTD = ZEROS
003430        DISPLAY "CATALOGO VAZIO"
003440        GO TO 7000-EXIT
003450     END-IF
003460     DISPLAY "CHAPA DO FUNCIONARIO: " WITH NO ADVANCING
003470     MOVE ZEROS TO W-CHAPA-DECL
003480     ACCEPT W-CHAPA-DECL
003490     IF W-CHAPA-DECL = ZEROS
003500        DISPLAY "CHAPA NAO INFORMADA"
003510        GO TO 7000-EXIT
003520     END-IF
003530     MOVE W-TAB-QTD TO W-I.
003540 7010-PROCURA-GERACAO.
003550     IF W-I = ZEROS
003560        DISPLAY "NENHUMA DECLARACAO CATALOGADA P/ A CHAPA "
003570            W-CHAPA-DECL
003580        GO TO 7000-EXIT
003590     END-IF
003600     IF W-TAB-REL (W-I) NOT = "DECLDPND"
003610        SUBTRACT 1 FROM W-I
003620        GO TO 7010-PROCURA-GERACAO
003630     END-IF
003640     MOVE W-TAB-ARQ (W-I) TO W-ARQ-GER
003650     OPEN INPUT ARQGER
003660     IF ST-ERRO2 NOT = "00"
003670        DISPLAY "ARQUIVO " W-ARQ-GER " INDISPONIVEL: " ST-ERRO2
003680        SUBTRACT 1 FROM W-I
003690        GO TO 7010-PROCURA-GERACAO
003700     END-IF.
003710 7020-PROCURA-TITULO.
003720     READ ARQGER
003730         AT END
003740            CLOSE ARQGER
003750            SUBTRACT 1 FROM W-I
003760            GO TO 7010-PROCURA-GERACAO
003770     END-READ
003780     IF LGD-TITULO = "DECLARACAO DE DEPENDENTES"
003790        AND LGD-CHAPA = W-CHAPA-DECL-X
003800        GO TO 7030-COPIA-INICIO
003810     END-IF
003820     GO TO 7020-PROCURA-TITULO.
003830 7030-COPIA-INICIO.
003840     OPEN OUTPUT REIMP
003850     IF ST-ERRO3 NOT = "00"
003860        DISPLAY "ERRO NA ABERTURA DO ARQUIVO REIMP: " ST-ERRO3
003870        CLOSE ARQGER
003880        GO TO 7000-EXIT
003890     END-IF
003900     WRITE LINHA-REIMP FROM LINHA-GER.
003910 7040-COPIA-LINHA.
003920     READ ARQGER
003930         AT END
003940            GO TO 7050-COPIA-FIM
003950     END-READ
003960     IF LGD-TITULO = "DECLARACAO DE DEPENDENTES"
003970        GO TO 7050-COPIA-FIM
003980     END-IF
003990     WRITE LINHA-REIMP FROM LINHA-GER
004000     GO TO 7040-COPIA-LINHA.
004010 7050-COPIA-FIM.
004020     CLOSE ARQGER
004030     CLOSE REIMP
004040     DISPLAY "DECLARACAO DA CHAPA " W-CHAPA-DECL " (" W-ARQ-GER
004050         ") COPIADA PARA REIMP.LST".
004060 7000-EXIT.
004070     EXIT.
