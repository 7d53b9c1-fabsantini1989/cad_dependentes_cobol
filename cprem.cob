       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPREM.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * MANUTENCAO DA TABELA DE PREMIOS DO PLANO    *
      ***********************************************
      * UM REGISTRO POR PLANO E COMPETENCIA DE VIGENCIA (AAAAMM),
      * COMO NO CLEGIS: DESCRICAO DO PLANO, PERCENTUAL PAGO PELA
      * EMPRESA, VALOR DO DENTAL E O PREMIO MENSAL DAS DEZ FAIXAS
      * ETARIAS DA ANS EM ENFERMARIA E APARTAMENTO. NUMA VIGENCIA
      * NOVA OS VALORES VEM PREENCHIDOS COM OS DA VIGENCIA ANTERIOR
      * DO MESMO PLANO, P/ O OPERADOR SO DIGITAR O REAJUSTE. A
      * ULTIMA FAIXA NAO PODE PASSAR DE SEIS VEZES A PRIMEIRA
      * (REGRA DA ANS). MANUTENCAO SO P/ PERFIL SUPERVISOR, COMO NO
      * CLEGIS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPREM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PREM-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS OPER-LOGIN
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREM.DAT".
           COPY "regprem.cpy".
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY "regoper.cpy".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-SENHA        PIC X(08) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 W-FX           PIC 9(02) VALUE ZEROS.
       77 W-LIMITE-ANS   PIC 9(07)V99 VALUE ZEROS.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.
       77 W-MES-VIG      PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
      *------------[ CHAVE DIGITADA E VIGENCIA ANTERIOR DO PLANO ]------
       01 W-CHAVE-DIG.
                03 W-DIG-PLANO     PIC 9(03).
                03 W-DIG-COMPET    PIC 9(06).
       77 W-ACHOU-ANT    PIC X(01) VALUE "N".
       01 W-PREM-ANT     PIC X(190) VALUE SPACES.
      *------------[ IMAGEM DA VIGENCIA LIDA, P/ CONFERIR COM O ]------
      *------------[ DISCO ANTES DE GRAVAR (ALTERACAO CONCORRENTE)]----
       01 W-PREM-LIDO    PIC X(190) VALUE SPACES.
       01 W-PREM-LIDO-R REDEFINES W-PREM-LIDO.
                03 FILLER          PIC X(09).
                03 W-LID-DESCR     PIC X(20).
                03 W-LID-PERC      PIC X(05).
                03 W-LID-DENTAL    PIC X(07).
                03 W-LID-FAIXAS    PIC X(140).
                03 FILLER          PIC X(09).
       01 W-PREM-ATUAL   PIC X(190) VALUE SPACES.
       01 W-PREM-ATUAL-R REDEFINES W-PREM-ATUAL.
                03 FILLER          PIC X(09).
                03 W-ATU-DESCR     PIC X(20).
                03 W-ATU-PERC      PIC X(05).
                03 W-ATU-DENTAL    PIC X(07).
                03 W-ATU-FAIXAS    PIC X(140).
                03 FILLER          PIC X(09).
       01 W-PREM-NOVO    PIC X(190) VALUE SPACES.
      *------------[ N=IGUAL AO LIDO  S=ALTERADO  E=EXCLUIDO  ]---------
      *------------[ I=INCLUIDO EM OUTRA SESSAO               ]---------
       77 W-CONFLITO     PIC X(01) VALUE "N".
       01 W-LIN-ALTER.
                03 FILLER          PIC X(16) VALUE "MUDOU NO DISCO: ".
                03 W-ALT-DESCR     PIC X(10).
                03 W-ALT-PERC      PIC X(08).
                03 W-ALT-DENTAL    PIC X(07).
                03 W-ALT-FAIXAS    PIC X(06).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  CPREMS REQUIRED BACKGROUND-COLOR 7.
           05 BACKGROUND-COLOR 7.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                                        "
               BACKGROUND-COLOR  1.
           05  LINE 01  COLUMN 41
               VALUE  "                                        "
               BACKGROUND-COLOR  1.
           05  LINE 02  COLUMN 01
               VALUE  "   T A B E L A  D E  P R E M I O S  D O "
               FOREGROUND-COLOR  15.
           05  LINE 02  COLUMN 41
               VALUE  "  P L A N O  D E  S A U D E             ".
           05  LINE 03  COLUMN 01
               VALUE  " _______________________________________"
               FOREGROUND-COLOR  0.
           05  LINE 03  COLUMN 41
               VALUE  "_______________________________________ "
               FOREGROUND-COLOR  0.
           05  LINE 05  COLUMN 01
               VALUE  "  PLANO :"
               FOREGROUND-COLOR  0.
           05  LINE 05  COLUMN 18
               VALUE  "VIGENCIA (AAAAMM) :"
               FOREGROUND-COLOR  0.
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO :"
               FOREGROUND-COLOR  0.
           05  LINE 07  COLUMN 01
               VALUE  "  PARTICIPACAO DA EMPRESA (%) :"
               FOREGROUND-COLOR  0.
           05  LINE 07  COLUMN 42
               VALUE  "DENTAL :"
               FOREGROUND-COLOR  0.
           05  LINE 08  COLUMN 01
               VALUE  "  FAIXA ETARIA       ENFERMARIA   APARTAMENTO"
               FOREGROUND-COLOR  0.
           05  LINE 09  COLUMN 01
               VALUE  "  00 A 18 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 10  COLUMN 01
               VALUE  "  19 A 23 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 11  COLUMN 01
               VALUE  "  24 A 28 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 12  COLUMN 01
               VALUE  "  29 A 33 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 13  COLUMN 01
               VALUE  "  34 A 38 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 14  COLUMN 01
               VALUE  "  39 A 43 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 15  COLUMN 01
               VALUE  "  44 A 48 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 16  COLUMN 01
               VALUE  "  49 A 53 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 17  COLUMN 01
               VALUE  "  54 A 58 ANOS :"
               FOREGROUND-COLOR  0.
           05  LINE 18  COLUMN 01
               VALUE  "  59 OU MAIS   :"
               FOREGROUND-COLOR  0.
           05  LINE 19  COLUMN 01
               VALUE  " _______________________________________".
           05  LINE 19  COLUMN 41
               VALUE  "_______________________________________".
           05  TPRPLANO
               LINE 05  COLUMN 11  PIC 9(03)
               USING  PREM-PLANO
               FOREGROUND-COLOR  6.
           05  TPRCOMPET
               LINE 05  COLUMN 38  PIC 9(06)
               USING  PREM-COMPET
               FOREGROUND-COLOR  6.
           05  TPRDESCR
               LINE 06  COLUMN 15  PIC X(20)
               USING  PREM-DESCRICAO.
           05  TPRPERC
               LINE 07  COLUMN 33  PIC ZZ9,99
               USING  PREM-PERC-EMPRESA.
           05  TPRDENTAL
               LINE 07  COLUMN 51  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-DENTAL.
           05  TPRENF01
               LINE 09  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (1).
           05  TPRAPT01
               LINE 09  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (1).
           05  TPRENF02
               LINE 10  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (2).
           05  TPRAPT02
               LINE 10  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (2).
           05  TPRENF03
               LINE 11  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (3).
           05  TPRAPT03
               LINE 11  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (3).
           05  TPRENF04
               LINE 12  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (4).
           05  TPRAPT04
               LINE 12  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (4).
           05  TPRENF05
               LINE 13  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (5).
           05  TPRAPT05
               LINE 13  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (5).
           05  TPRENF06
               LINE 14  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (6).
           05  TPRAPT06
               LINE 14  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (6).
           05  TPRENF07
               LINE 15  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (7).
           05  TPRAPT07
               LINE 15  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (7).
           05  TPRENF08
               LINE 16  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (8).
           05  TPRAPT08
               LINE 16  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (8).
           05  TPRENF09
               LINE 17  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (9).
           05  TPRAPT09
               LINE 17  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (9).
           05  TPRENF10
               LINE 18  COLUMN 22  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-ENF (10).
           05  TPRAPT10
               LINE 18  COLUMN 36  PIC ZZ.ZZ9,99
               USING  PREM-VALOR-APT (10).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADPREM
           IF ST-ERRO = "00"
              GO TO R0-OPER.
           IF ST-ERRO NOT = "30" AND ST-ERRO NOT = "35"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPREM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0-CRIA.
           OPEN OUTPUT CADPREM
           CLOSE CADPREM
           OPEN I-O CADPREM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPREM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ARQUIVO CADPREM FOI CRIADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPER.
           OPEN INPUT CADOPER
           IF ST-ERRO2 NOT = "00"
              MOVE "*** RODE O COPER: CADASTRO DE OPERADORES FALTA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ IDENTIFICACAO DO OPERADOR: A TABELA DE PREMIOS ]---
      *------------[ SO PODE SER MANTIDA POR SUPERVISOR             ]---
       R0-OPERADOR.
           DISPLAY (20, 10) "LOGIN DO OPERADOR : ".
           ACCEPT  (20, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "*** LOGIN NAO PODE FICAR EM VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-OPERADOR.
       R0-SENHA.
           MOVE SPACES TO W-SENHA
           DISPLAY (21, 10) "SENHA DO OPERADOR : ".
           ACCEPT  (21, 31) W-SENHA WITH NO-ECHO.
           MOVE W-OPERADOR TO OPER-LOGIN
           READ CADOPER
           IF ST-ERRO2 = "23"
              MOVE "*** OPERADOR NAO CADASTRADO NO COPER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-OPERADOR.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA LEITURA DO CADASTRO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-SENHA NOT = OPER-SENHA
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-OPERADOR.
           IF OPER-PERFIL NOT = "S"
              MOVE "*** TABELA DE PREMIOS SO P/ SUPERVISOR ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (20, 10) "                              ".
           DISPLAY (21, 10) "                              ".
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO PREM-DESCRICAO
           MOVE ZEROS  TO PREM-PLANO PREM-COMPET PREM-PERC-EMPRESA
           MOVE ZEROS  TO PREM-VALOR-DENTAL
           MOVE 1 TO W-FX
           PERFORM ROT-ZERA-FAIXA THRU ROT-ZERA-FAIXA-FIM
           MOVE 0 TO W-SEL
           DISPLAY CPREMS.
      *------------[ ENTRADA DO PLANO E DA COMPETENCIA DE VIGENCIA ]----
       R2.
           DISPLAY (20, 29) "TECLAR ESC PARA SAIR "
           ACCEPT TPRPLANO
           DISPLAY (20, 29) "                      "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PREM-PLANO = ZEROS
                     MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2.
       R2B.
           ACCEPT TPRCOMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE PREM-COMPET TO W-DIG-COMPET
           DIVIDE W-DIG-COMPET BY 100 GIVING W-QUOC
                  REMAINDER W-MES-VIG
           IF W-MES-VIG < 01 OR W-MES-VIG > 12 OR W-QUOC < 1990
                     MOVE "*** MES INVALIDO NA VIGENCIA (AAAAMM) ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2B.
       R2A.
           MOVE 0 TO W-SEL
           MOVE SPACES TO W-PREM-LIDO
           MOVE PREM-CHAVE TO W-CHAVE-DIG
           READ CADPREM
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEL
              MOVE REGPREM TO W-PREM-LIDO
              DISPLAY CPREMS
              MOVE "*** VIGENCIA JA CADASTRADA, ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADPREM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM ROT-VIGENCIA-ANT THRU ROT-VIGENCIA-ANT-FIM
           IF W-ACHOU-ANT = "S"
              MOVE W-PREM-ANT TO REGPREM
              MOVE W-CHAVE-DIG TO PREM-CHAVE
              DISPLAY CPREMS
              MOVE "*** VALORES COPIADOS DA VIGENCIA ANTERIOR ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *---------[ 1A VIGENCIA DO PLANO: A BUSCA PODE TER DEIXADO ]------
      *---------[ OUTRO REGISTRO NA AREA; VOLTA A CHAVE DIGITADA ]------
           IF W-ACHOU-ANT = "N"
              MOVE W-CHAVE-DIG TO PREM-CHAVE
              MOVE SPACES TO PREM-DESCRICAO
              MOVE ZEROS  TO PREM-PERC-EMPRESA PREM-VALOR-DENTAL
              MOVE 1 TO W-FX
              PERFORM ROT-ZERA-FAIXA THRU ROT-ZERA-FAIXA-FIM
              DISPLAY CPREMS.
       R3.
           ACCEPT TPRDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2B.
           IF PREM-DESCRICAO = SPACES
                     MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R3.
       R4.
           ACCEPT TPRPERC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PREM-PERC-EMPRESA > 100
                     MOVE "*** PERCENTUAL DEVE SER DE 0 A 100 ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R4.
       R5.
           ACCEPT TPRDENTAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
      *------------[ PREMIO POR FAIXA: ENFERMARIA OBRIGATORIA, ]--------
      *------------[ APARTAMENTO ZERO SE O PLANO NAO O OFERECE ]--------
       R6.
           MOVE 1 TO W-FX.
       R6A.
           IF W-FX = 01 ACCEPT TPRENF01.
           IF W-FX = 02 ACCEPT TPRENF02.
           IF W-FX = 03 ACCEPT TPRENF03.
           IF W-FX = 04 ACCEPT TPRENF04.
           IF W-FX = 05 ACCEPT TPRENF05.
           IF W-FX = 06 ACCEPT TPRENF06.
           IF W-FX = 07 ACCEPT TPRENF07.
           IF W-FX = 08 ACCEPT TPRENF08.
           IF W-FX = 09 ACCEPT TPRENF09.
           IF W-FX = 10 ACCEPT TPRENF10.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-FX = 1
                   GO TO R5
              ELSE
                   SUBTRACT 1 FROM W-FX
                   GO TO R6B.
           IF PREM-VALOR-ENF (W-FX) = ZEROS
                     MOVE "*** PREMIO ENFERMARIA NAO PODE SER ZEROS ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R6A.
       R6B.
           IF W-FX = 01 ACCEPT TPRAPT01.
           IF W-FX = 02 ACCEPT TPRAPT02.
           IF W-FX = 03 ACCEPT TPRAPT03.
           IF W-FX = 04 ACCEPT TPRAPT04.
           IF W-FX = 05 ACCEPT TPRAPT05.
           IF W-FX = 06 ACCEPT TPRAPT06.
           IF W-FX = 07 ACCEPT TPRAPT07.
           IF W-FX = 08 ACCEPT TPRAPT08.
           IF W-FX = 09 ACCEPT TPRAPT09.
           IF W-FX = 10 ACCEPT TPRAPT10.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6A.
           IF PREM-VALOR-APT (W-FX) NOT = ZEROS
              AND PREM-VALOR-APT (W-FX) < PREM-VALOR-ENF (W-FX)
                     MOVE "*** APARTAMENTO MENOR QUE ENFERMARIA ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R6B.
           IF W-FX < 10
              ADD 1 TO W-FX
              GO TO R6A.
      *------------[ REGRA DA ANS: A ULTIMA FAIXA NAO PASSA DE ]--------
      *------------[ SEIS VEZES O VALOR DA PRIMEIRA            ]--------
       R7.
           COMPUTE W-LIMITE-ANS = PREM-VALOR-ENF (1) * 6
           IF PREM-VALOR-ENF (10) > W-LIMITE-ANS
                     MOVE "*** 59 OU MAIS ACIMA DE 6X A 1A FAIXA ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     MOVE 10 TO W-FX
                     GO TO R6A.
           COMPUTE W-LIMITE-ANS = PREM-VALOR-APT (1) * 6
           IF PREM-VALOR-APT (10) > W-LIMITE-ANS
                     MOVE "*** 59 OU MAIS ACIMA DE 6X A 1A FAIXA ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     MOVE 10 TO W-FX
                     GO TO R6B.
       GRV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 29) "GRAVAR (S/N) : ".
                ACCEPT (20, 46) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-OPC.
       GRV-WR1.
                PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
                IF W-CONFLITO NOT = "N"
                   GO TO GRV-RECARGA.
                IF W-SEL = 1
                   REWRITE REGPREM
                ELSE
                   WRITE REGPREM.
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPREM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *---[ REGISTRO INCLUIDO, ALTERADO OU EXCLUIDO EM OUTRA SESSAO ]--
      *---[ DESDE A LEITURA: NADA E GRAVADO. MOSTRA OS CAMPOS        ]--
      *---[ ALTERADOS E, SE O OPERADOR QUISER, RECARREGA O REGISTRO  ]--
      *---[ ATUAL DO DISCO P/ ELE REFAZER A ALTERACAO                ]--
       GRV-RECARGA.
                IF W-CONFLITO = "E"
                   MOVE "*** VIGENCIA EXCLUIDA EM OUTRA SESSAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONFLITO = "I"
                   MOVE "*** VIGENCIA INCLUIDA EM OUTRA SESSAO ***"
                   TO MENS
                ELSE
                   DISPLAY (21, 02) W-LIN-ALTER
                   MOVE "*** REGISTRO ALTERADO EM OUTRA SESSAO ***"
                   TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-RECARGA1.
                DISPLAY (20, 29) "RECARREGAR (S/N) : ".
                ACCEPT (20, 48) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS NAO GRAVADOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-RECARGA1.
                MOVE 1 TO W-SEL
                MOVE REGPREM TO W-PREM-LIDO
                DISPLAY CPREMS
                IF W-CONFLITO = "S"
                   DISPLAY (21, 02) W-LIN-ALTER.
                GO TO R3.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPREM.
           CLOSE CADOPER.
           STOP RUN.

      *---------[ ZERA OS PREMIOS DAS FAIXAS A PARTIR DE W-FX ]---------
       ROT-ZERA-FAIXA.
           MOVE ZEROS TO PREM-VALOR-ENF (W-FX) PREM-VALOR-APT (W-FX)
           IF W-FX < 10
              ADD 1 TO W-FX
              GO TO ROT-ZERA-FAIXA.
       ROT-ZERA-FAIXA-FIM.
                EXIT.
      *---------[ VIGENCIA ANTERIOR MAIS RECENTE DO MESMO PLANO ]-------
      *---------[ (MAIOR COMPETENCIA MENOR QUE A DIGITADA). SO  ]-------
      *---------[ POSICIONA E LE: NAO MEXE NO ARQUIVO           ]-------
       ROT-VIGENCIA-ANT.
           MOVE "N" TO W-ACHOU-ANT
           MOVE W-DIG-PLANO TO PREM-PLANO
           MOVE ZEROS       TO PREM-COMPET
           START CADPREM KEY IS NOT LESS THAN PREM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-VIGENCIA-ANT-FIM.
       ROT-VIGENCIA-ANT1.
           READ CADPREM NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ROT-VIGENCIA-ANT-FIM.
           IF PREM-PLANO NOT = W-DIG-PLANO
              OR PREM-COMPET NOT < W-DIG-COMPET
              GO TO ROT-VIGENCIA-ANT-FIM.
           MOVE "S" TO W-ACHOU-ANT
           MOVE REGPREM TO W-PREM-ANT
           GO TO ROT-VIGENCIA-ANT1.
       ROT-VIGENCIA-ANT-FIM.
                EXIT.
      *---------[ RELE O REGISTRO E CONFERE COM A IMAGEM LIDA ]-------
      *---------[ (ESPACOS SE ERA INCLUSAO). SEM DIFERENCA    ]-------
      *---------[ DEVOLVE O DIGITADO; COM DIFERENCA DEIXA O   ]-------
      *---------[ REGISTRO ATUAL E MONTA OS CAMPOS ALTERADOS  ]-------
       ROT-CONFERE.
                MOVE "N" TO W-CONFLITO
                MOVE REGPREM TO W-PREM-NOVO
                READ CADPREM
                IF ST-ERRO = "23" AND W-PREM-LIDO NOT = SPACES
                   MOVE "E" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO = "23"
                   MOVE W-PREM-NOVO TO REGPREM
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPREM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-PREM-LIDO = SPACES
                   MOVE "I" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF REGPREM = W-PREM-LIDO
                   MOVE W-PREM-NOVO TO REGPREM
                   GO TO ROT-CONFERE-FIM.
                MOVE "S" TO W-CONFLITO
                MOVE REGPREM TO W-PREM-ATUAL
                MOVE SPACES TO W-ALT-DESCR W-ALT-PERC W-ALT-DENTAL
                MOVE SPACES TO W-ALT-FAIXAS
                IF W-ATU-DESCR NOT = W-LID-DESCR
                   MOVE "DESCRICAO" TO W-ALT-DESCR.
                IF W-ATU-PERC NOT = W-LID-PERC
                   MOVE "EMPRESA" TO W-ALT-PERC.
                IF W-ATU-DENTAL NOT = W-LID-DENTAL
                   MOVE "DENTAL" TO W-ALT-DENTAL.
                IF W-ATU-FAIXAS NOT = W-LID-FAIXAS
                   MOVE "FAIXAS" TO W-ALT-FAIXAS.
       ROT-CONFERE-FIM.
                EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (20, 26) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (20, 26) MENS.
       ROT-MENS-FIM.
                EXIT.
