       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLAN.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * ADESAO DO DEPENDENTE AO PLANO DE SAUDE      *
      ***********************************************
      * REGISTRA, POR CHAPA/SEQ DO CADDPND, O PLANO DE SAUDE EM QUE
      * O DEPENDENTE ESTA INSCRITO (CODIGO DA TABELA DE PREMIOS
      * CADPREM, MANTIDA PELO CPREM), A ACOMODACAO, A ADESAO AO
      * DENTAL E AS DATAS DE ADESAO E DE CANCELAMENTO. A TROCA DE
      * PLANO E FEITA ALTERANDO O REGISTRO; O CANCELAMENTO, PELA
      * DATA. O BATCH MENSDPND CALCULA O PREMIO E O DESCONTO EM
      * FOLHA E O EXTDPND MANDA O PLANO PARA A OPERADORA. ACESSO
      * EXIGE PERFIL DE MANUTENCAO OU SUPERVISOR NO CADOPER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ADESDPND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS ADES-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDPND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS CAD-CHAVE
                    ALTERNATE RECORD KEY IS CHAPA
                                 WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS OPER-LOGIN
                    FILE STATUS  IS ST-ERRO3.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS FUNC-CHAPA
                    FILE STATUS  IS ST-ERRO4.
       SELECT CADPREM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PREM-CHAVE
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ADESDPND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADESDPND.DAT".
           COPY "regades.cpy".
      *
       FD CADDPND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDPND.DAT".
           COPY "regdpnd.cpy".
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY "regoper.cpy".
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
           COPY "regfunc.cpy".
      *
       FD CADPREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREM.DAT".
           COPY "regprem.cpy".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-SENHA        PIC X(08) VALUE SPACES.
       77 W-DATA-EM-CRIT PIC 9(08) VALUE ZEROS.
       77 W-TXACOMOD     PIC X(11) VALUE SPACES.
       77 MENS           PIC X(50) VALUE SPACES.
      *------------[ VALIDACAO DE DATA (COMO R6A DO CDPND) ]------------
       77 W-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.
       77 W-RESTO4       PIC 9(02) VALUE ZEROS.
       77 W-RESTO100     PIC 9(02) VALUE ZEROS.
       77 W-RESTO400     PIC 9(03) VALUE ZEROS.
       01 W-DATA-WS.
                03 W-DT-DD         PIC 9(02).
                03 W-DT-MM         PIC 9(02).
                03 W-DT-AAAA       PIC 9(04).
       01 W-DATA-COMP.
                03 W-COMP-AAAA     PIC 9(04).
                03 W-COMP-MM       PIC 9(02).
                03 W-COMP-DD       PIC 9(02).
       01 W-ADESAO-COMP  PIC 9(08) VALUE ZEROS.
       01 W-CANCEL-COMP  PIC 9(08) VALUE ZEROS.
       01 W-NASC-COMP    PIC 9(08) VALUE ZEROS.
      *------------[ IMAGEM DA ADESAO LIDA, P/ CONFERIR COM O ]--------
      *------------[ DISCO ANTES DE GRAVAR (ALTERACAO CONCORRENTE) ]---
       01 W-ADES-LIDO    PIC X(37) VALUE SPACES.
       01 W-ADES-LIDO-R REDEFINES W-ADES-LIDO.
                03 FILLER          PIC X(07).
                03 W-LID-PLANO     PIC X(05).
                03 W-LID-DATAS     PIC X(16).
                03 FILLER          PIC X(09).
       01 W-ADES-ATUAL   PIC X(37) VALUE SPACES.
       01 W-ADES-ATUAL-R REDEFINES W-ADES-ATUAL.
                03 FILLER          PIC X(07).
                03 W-ATU-PLANO     PIC X(05).
                03 W-ATU-DATAS     PIC X(16).
                03 FILLER          PIC X(09).
       01 W-ADES-NOVO    PIC X(37) VALUE SPACES.
      *------------[ N=IGUAL AO LIDO  S=ALTERADO  E=EXCLUIDO  ]---------
      *------------[ I=INCLUIDO EM OUTRA SESSAO               ]---------
       77 W-CONFLITO     PIC X(01) VALUE "N".
       01 W-LIN-ALTER.
                03 FILLER          PIC X(16) VALUE "MUDOU NO DISCO: ".
                03 W-ALT-PLANO     PIC X(07).
                03 W-ALT-DATAS     PIC X(05).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  CPLANS REQUIRED BACKGROUND-COLOR 7.
           05 BACKGROUND-COLOR 7.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                                        "
               BACKGROUND-COLOR  1.
           05  LINE 01  COLUMN 41
               VALUE  "                                        "
               BACKGROUND-COLOR  1.
           05  LINE 02  COLUMN 01
               VALUE  "   A D E S A O   A O   P L A N O   D E "
               FOREGROUND-COLOR  15.
           05  LINE 02  COLUMN 41
               VALUE  "  S A U D E                             ".
           05  LINE 03  COLUMN 01
               VALUE  " _______________________________________"
               FOREGROUND-COLOR  0.
           05  LINE 03  COLUMN 41
               VALUE  "_______________________________________ "
               FOREGROUND-COLOR  0.
           05  LINE 06  COLUMN 01
               VALUE  "  CHAPA :"
               FOREGROUND-COLOR  0.
           05  LINE 07  COLUMN 01
               VALUE  "  SEQUENCIA DEPENDENTE :"
               FOREGROUND-COLOR  0.
           05  LINE 09  COLUMN 01
               VALUE  "  PLANO :"
               FOREGROUND-COLOR  0.
           05  LINE 10  COLUMN 01
               VALUE  "  ACOMODACAO :"
               FOREGROUND-COLOR  0.
           05  LINE 10  COLUMN 30
               VALUE  "E=ENFERMARIA  A=APARTAMENTO"
               FOREGROUND-COLOR  0.
           05  LINE 11  COLUMN 01
               VALUE  "  DENTAL (S/N) :"
               FOREGROUND-COLOR  0.
           05  LINE 13  COLUMN 01
               VALUE  "  DATA DE ADESAO :"
               FOREGROUND-COLOR  0.
           05  LINE 14  COLUMN 01
               VALUE  "  DATA DE CANCELAMENTO :"
               FOREGROUND-COLOR  0.
           05  LINE 14  COLUMN 38
               VALUE  "(ZEROS = ADESAO ATIVA)"
               FOREGROUND-COLOR  0.
           05  LINE 18  COLUMN 01
               VALUE  " _______________________________________".
           05  LINE 18  COLUMN 41
               VALUE  "_______________________________________".
           05  TACHAPA
               LINE 06  COLUMN 11  PIC 9(06)
               USING  ADES-CHAPA
               FOREGROUND-COLOR  6.
           05  TAFUNC
               LINE 06  COLUMN 20  PIC X(30)
               FROM   FUNC-NOME.
           05  TASEQ
               LINE 07  COLUMN 26  PIC 9(01)
               USING  ADES-SEQ.
           05  TANOME
               LINE 07  COLUMN 29  PIC X(30)
               FROM   NOMEDPND.
           05  TAPLANO
               LINE 09  COLUMN 11  PIC 9(03)
               USING  ADES-PLANO.
           05  TADESCR
               LINE 09  COLUMN 16  PIC X(20)
               FROM   PREM-DESCRICAO.
           05  TAACOMOD
               LINE 10  COLUMN 16  PIC X(01)
               USING  ADES-ACOMODACAO.
           05  TATXACOM
               LINE 10  COLUMN 18  PIC X(11)
               FROM   W-TXACOMOD.
           05  TADENTAL
               LINE 11  COLUMN 18  PIC X(01)
               USING  ADES-DENTAL.
           05  TAADESAO
               LINE 13  COLUMN 20  PIC 99/99/9999
               USING  ADES-DATA-ADESAO.
           05  TACANCEL
               LINE 14  COLUMN 26  PIC 99/99/9999
               USING  ADES-DATA-CANCEL.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ADESDPND
           IF ST-ERRO = "00"
              GO TO R0-DPND.
           IF ST-ERRO NOT = "30" AND ST-ERRO NOT = "35"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ADESDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0-CRIA.
           OPEN OUTPUT ADESDPND
           CLOSE ADESDPND
           OPEN I-O ADESDPND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ADESDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ARQUIVO ADESDPND FOI CRIADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *------------[ ABERTURA DO CADASTRO DE DEPENDENTES ]--------------
       R0-DPND.
           OPEN INPUT CADDPND
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CADASTRO DE DEPENDENTES INDISPONIVEL ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ ABERTURA DA TABELA DE PREMIOS DOS PLANOS ]--------
       R0-PREM.
           OPEN INPUT CADPREM
           IF ST-ERRO5 NOT = "00"
              MOVE "*** RODE O CPREM: TABELA DE PREMIOS FALTA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ ABERTURA DO CADASTRO DE FUNCIONARIOS ]-------------
       R0-FUNC.
           OPEN INPUT CADFUNC
           IF ST-ERRO4 NOT = "00"
              MOVE "*** CADASTRO DE FUNCIONARIOS INDISPONIVEL ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPER.
           OPEN INPUT CADOPER
           IF ST-ERRO3 NOT = "00"
              MOVE "*** RODE O COPER: CADASTRO DE OPERADORES FALTA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ IDENTIFICACAO DO OPERADOR (PERFIL M OU S) ]--------
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
           IF ST-ERRO3 = "23"
              MOVE "*** OPERADOR NAO CADASTRADO NO COPER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-OPERADOR.
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA LEITURA DO CADASTRO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-SENHA NOT = OPER-SENHA
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-OPERADOR.
           IF OPER-PERFIL = "C"
              MOVE "*** PERFIL SO CONSULTA, REGISTRO NEGADO ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (20, 10) "                              ".
           DISPLAY (21, 10) "                              ".
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO REGADES FUNC-NOME NOMEDPND PREM-DESCRICAO
           MOVE SPACES TO W-TXACOMOD
           MOVE ZEROS  TO ADES-CHAPA ADES-SEQ ADES-PLANO
           MOVE ZEROS  TO ADES-DATA-ADESAO ADES-DATA-CANCEL
           MOVE 0 TO W-SEL
           DISPLAY CPLANS.
      *------------[ ENTRADA DA CHAPA ]---------------------------------
       R2.
           DISPLAY (20, 29) "TECLAR ESC PARA SAIR "
           ACCEPT TACHAPA
           DISPLAY (20, 29) "                      "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ADES-CHAPA = ZEROS
                     MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2.
      *------------[ A CHAPA PRECISA SER DE FUNCIONARIO DA FOLHA ]------
       R2A.
           MOVE ADES-CHAPA TO FUNC-CHAPA
           READ CADFUNC
           IF ST-ERRO4 = "23"
              MOVE "*** CHAPA NAO CADASTRADA NA FOLHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "ERRO NA LEITURA DO CADASTRO DE FUNCIONARIOS"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TAFUNC.
      *------------[ O DEPENDENTE PRECISA EXISTIR NO CADDPND ]---------
       R3.
           ACCEPT TASEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF ADES-SEQ = ZEROS
                     MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R3.
       R3A.
           MOVE ADES-CHAPA TO CHAPA
           MOVE ADES-SEQ   TO SEQ
           READ CADDPND
           IF ST-ERRO2 = "23"
              MOVE "*** CHAPA/SEQ NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA LEITURA ARQUIVO CADDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TANOME
           MOVE DATANASC TO W-DATA-EM-CRIT
           PERFORM ROT-VAL-DATA THRU ROT-VAL-DATA-FIM
           MOVE W-DATA-COMP TO W-NASC-COMP
           IF MENS NOT = SPACES
              MOVE ZEROS  TO W-NASC-COMP
              MOVE SPACES TO MENS.
       R3C.
           MOVE 0 TO W-SEL
           MOVE SPACES TO W-ADES-LIDO
           READ ADESDPND
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEL
              MOVE REGADES TO W-ADES-LIDO
              PERFORM ROT-LE-PLANO THRU ROT-LE-PLANO-FIM
              PERFORM ROT-TRADUZ THRU ROT-TRADUZ-FIM
              DISPLAY CPLANS
              MOVE "*** ADESAO JA REGISTRADA, ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO ADESDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ ADESAO NOVA SO P/ DEPENDENTE ATIVO ]---------------
           IF STATS NOT = "A"
              MOVE "*** DEPENDENTE NAO ATIVO, ADESAO RECUSADA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *------------[ O PLANO PRECISA TER TABELA NO CADPREM ]------------
       R4.
           ACCEPT TAPLANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           PERFORM ROT-LE-PLANO THRU ROT-LE-PLANO-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TADESCR.
       R5.
           ACCEPT TAACOMOD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ADES-ACOMODACAO = "e"
              MOVE "E" TO ADES-ACOMODACAO.
           IF ADES-ACOMODACAO = "a"
              MOVE "A" TO ADES-ACOMODACAO.
           IF NOT ADES-ENFERMARIA AND NOT ADES-APARTAMENTO
                     MOVE "*** DIGITE APENAS E OU A ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R5.
           PERFORM ROT-TRADUZ THRU ROT-TRADUZ-FIM
           DISPLAY TATXACOM.
       R6.
           ACCEPT TADENTAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ADES-DENTAL = "s"
              MOVE "S" TO ADES-DENTAL.
           IF ADES-DENTAL = "n"
              MOVE "N" TO ADES-DENTAL.
           IF NOT ADES-COM-DENTAL AND NOT ADES-SEM-DENTAL
                     MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R6.
      *------------[ ADESAO: DATA VALIDA, NAO ANTES DO NASCIMENTO ]-----
       R7.
           ACCEPT TAADESAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE ADES-DATA-ADESAO TO W-DATA-EM-CRIT
           PERFORM ROT-VAL-DATA THRU ROT-VAL-DATA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE W-DATA-COMP TO W-ADESAO-COMP
           IF W-ADESAO-COMP < W-NASC-COMP
              MOVE "*** ADESAO ANTERIOR AO NASCIMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *------------[ CANCELAMENTO ZERADO = ADESAO ATIVA ]---------------
       R8.
           ACCEPT TACANCEL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF ADES-DATA-CANCEL = ZEROS
                   GO TO GRV-OPC.
           MOVE ADES-DATA-CANCEL TO W-DATA-EM-CRIT
           PERFORM ROT-VAL-DATA THRU ROT-VAL-DATA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           MOVE W-DATA-COMP TO W-CANCEL-COMP
           IF W-CANCEL-COMP < W-ADESAO-COMP
              MOVE "*** CANCELAMENTO ANTES DA ADESAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
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
                   REWRITE REGADES
                ELSE
                   WRITE REGADES.
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ADESDPND" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *---[ REGISTRO INCLUIDO, ALTERADO OU EXCLUIDO EM OUTRA SESSAO ]--
      *---[ DESDE A LEITURA: NADA E GRAVADO. MOSTRA OS CAMPOS        ]--
      *---[ ALTERADOS E, SE O OPERADOR QUISER, RECARREGA O REGISTRO  ]--
      *---[ ATUAL DO DISCO P/ ELE REFAZER A ALTERACAO                ]--
       GRV-RECARGA.
                IF W-CONFLITO = "E"
                   MOVE "*** ADESAO EXCLUIDA EM OUTRA SESSAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONFLITO = "I"
                   MOVE "*** ADESAO INCLUIDA EM OUTRA SESSAO ***"
                   TO MENS
                ELSE
                   DISPLAY (17, 02) W-LIN-ALTER
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
                MOVE REGADES TO W-ADES-LIDO
                PERFORM ROT-LE-PLANO THRU ROT-LE-PLANO-FIM
                PERFORM ROT-TRADUZ THRU ROT-TRADUZ-FIM
                DISPLAY CPLANS
                IF W-CONFLITO = "S"
                   DISPLAY (17, 02) W-LIN-ALTER.
                GO TO R4.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE ADESDPND.
           CLOSE CADDPND.
           CLOSE CADPREM.
           CLOSE CADFUNC.
           CLOSE CADOPER.
           STOP RUN.

      *---------[ O PLANO PRECISA TER AO MENOS UMA VIGENCIA NO ]-------
      *---------[ CADPREM; TRAZ A DESCRICAO P/ A TELA          ]--------
       ROT-LE-PLANO.
           MOVE SPACES TO MENS PREM-DESCRICAO
           IF ADES-PLANO = ZEROS
              MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
              GO TO ROT-LE-PLANO-FIM.
           MOVE ADES-PLANO TO PREM-PLANO
           MOVE ZEROS      TO PREM-COMPET
           START CADPREM KEY IS NOT LESS THAN PREM-CHAVE
           IF ST-ERRO5 = "00"
              READ CADPREM NEXT RECORD.
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
              MOVE SPACES TO PREM-DESCRICAO
              MOVE "*** PLANO SEM TABELA DE PREMIOS NO CPREM ***"
              TO MENS
              GO TO ROT-LE-PLANO-FIM.
           IF PREM-PLANO NOT = ADES-PLANO
              MOVE SPACES TO PREM-DESCRICAO
              MOVE "*** PLANO SEM TABELA DE PREMIOS NO CPREM ***"
              TO MENS.
       ROT-LE-PLANO-FIM.
                EXIT.
      *---------[ TEXTO DA ACOMODACAO P/ A TELA ]-----------------------
       ROT-TRADUZ.
           MOVE SPACES TO W-TXACOMOD
           IF ADES-ENFERMARIA
              MOVE "ENFERMARIA" TO W-TXACOMOD.
           IF ADES-APARTAMENTO
              MOVE "APARTAMENTO" TO W-TXACOMOD.
       ROT-TRADUZ-FIM.
                EXIT.
      *---------[ VALIDACAO DE DATA DDMMAAAA NO CALENDARIO; EM ]--------
      *---------[ ERRO DEVOLVE A CRITICA NO CAMPO MENS          ]-------
       ROT-VAL-DATA.
           MOVE SPACES TO MENS
           MOVE W-DATA-EM-CRIT TO W-DATA-WS
           IF W-DT-MM < 01 OR W-DT-MM > 12
              MOVE "*** MES INVALIDO NA DATA INFORMADA ***" TO MENS
              GO TO ROT-VAL-DATA-FIM.
           IF W-DT-MM = 01 OR W-DT-MM = 03 OR W-DT-MM = 05
              OR W-DT-MM = 07 OR W-DT-MM = 08 OR W-DT-MM = 10
              OR W-DT-MM = 12
                 MOVE 31 TO W-DIAS-MES
           ELSE
              IF W-DT-MM = 04 OR W-DT-MM = 06 OR W-DT-MM = 09
                 OR W-DT-MM = 11
                    MOVE 30 TO W-DIAS-MES
              ELSE
                    PERFORM ROT-BISSEXTO THRU ROT-BISSEXTO-FIM.
           IF W-DT-DD < 01 OR W-DT-DD > W-DIAS-MES
              MOVE "*** DIA INVALIDO PARA O MES INFORMADO ***" TO MENS
              GO TO ROT-VAL-DATA-FIM.
           MOVE W-DT-AAAA TO W-COMP-AAAA
           MOVE W-DT-MM   TO W-COMP-MM
           MOVE W-DT-DD   TO W-COMP-DD.
       ROT-VAL-DATA-FIM.
                EXIT.
      *---------[ ROTINA DE ANO BISSEXTO P/ VALIDACAO DE DATA ]---------
       ROT-BISSEXTO.
                DIVIDE W-DT-AAAA BY 4   GIVING W-QUOC
                       REMAINDER W-RESTO4
                DIVIDE W-DT-AAAA BY 100 GIVING W-QUOC
                       REMAINDER W-RESTO100
                DIVIDE W-DT-AAAA BY 400 GIVING W-QUOC
                       REMAINDER W-RESTO400
                IF (W-RESTO4 = 0 AND W-RESTO100 NOT = 0)
                    OR W-RESTO400 = 0
                   MOVE 29 TO W-DIAS-MES
                ELSE
                   MOVE 28 TO W-DIAS-MES.
       ROT-BISSEXTO-FIM.
                EXIT.
      *---------[ RELE O REGISTRO E CONFERE COM A IMAGEM LIDA ]-------
      *---------[ (ESPACOS SE ERA INCLUSAO). SEM DIFERENCA    ]-------
      *---------[ DEVOLVE O DIGITADO; COM DIFERENCA DEIXA O   ]-------
      *---------[ REGISTRO ATUAL E MONTA OS CAMPOS ALTERADOS  ]-------
       ROT-CONFERE.
                MOVE "N" TO W-CONFLITO
                MOVE REGADES TO W-ADES-NOVO
                READ ADESDPND
                IF ST-ERRO = "23" AND W-ADES-LIDO NOT = SPACES
                   MOVE "E" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO = "23"
                   MOVE W-ADES-NOVO TO REGADES
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA DO ARQUIVO ADESDPND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-ADES-LIDO = SPACES
                   MOVE "I" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF REGADES = W-ADES-LIDO
                   MOVE W-ADES-NOVO TO REGADES
                   GO TO ROT-CONFERE-FIM.
                MOVE "S" TO W-CONFLITO
                MOVE REGADES TO W-ADES-ATUAL
                MOVE SPACES TO W-ALT-PLANO W-ALT-DATAS
                IF W-ATU-PLANO NOT = W-LID-PLANO
                   MOVE "PLANO" TO W-ALT-PLANO.
                IF W-ATU-DATAS NOT = W-LID-DATAS
                   MOVE "DATAS" TO W-ALT-DATAS.
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
