       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPENS.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * CADASTRO DE PENSAO ALIMENTICIA JUDICIAL     *
      ***********************************************
      * REGISTRA A PENSAO ALIMENTICIA DETERMINADA EM PROCESSO
      * JUDICIAL, POR CHAPA/SEQ QUANDO O ALIMENTANDO E DEPENDENTE
      * CADASTRADO NO CADDPND, OU POR CHAPA/ORDEM (SEQ ZERO) QUANDO
      * O BENEFICIARIO NAO E DEPENDENTE. GUARDA O PROCESSO, O
      * DESCONTO (PERCENTUAL SOBRE A BASE OU VALOR FIXO), A
      * VIGENCIA E OS DADOS BANCARIOS E O CPF DO RECEBEDOR. O
      * BATCH PENSDPND MANDA AS PENSOES VIGENTES PARA A FOLHA E
      * AVISA DAS QUE VENCEM EM 60 DIAS. ACESSO EXIGE PERFIL DE
      * MANUTENCAO OU SUPERVISOR NO CADOPER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PENSDPND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PENS-CHAVE
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PENSDPND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENSDPND.DAT".
           COPY "regpens.cpy".
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-SENHA        PIC X(08) VALUE SPACES.
       77 W-DATA-EM-CRIT PIC 9(08) VALUE ZEROS.
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
       01 W-INICIO-COMP  PIC 9(08) VALUE ZEROS.
       01 W-FIM-COMP     PIC 9(08) VALUE ZEROS.
      *------------[ VALIDACAO DOS DIGITOS VERIFICADORES DO CPF ]-------
       77 W-CPF-OK       PIC X(01) VALUE "N".
       77 W-SOMA-CPF     PIC 9(04) VALUE ZEROS.
       77 W-QUOC-CPF     PIC 9(04) VALUE ZEROS.
       77 W-RESTO-CPF    PIC 9(02) VALUE ZEROS.
       77 W-DV1          PIC 9(02) VALUE ZEROS.
       77 W-DV2          PIC 9(02) VALUE ZEROS.
       01 W-CPF-WS       PIC 9(11) VALUE ZEROS.
       01 W-CPF-DIG REDEFINES W-CPF-WS.
                03 W-CD            PIC 9(01) OCCURS 11 TIMES.
      *------------[ IMAGEM DA PENSAO LIDA, P/ CONFERIR COM O ]--------
      *------------[ DISCO ANTES DE GRAVAR (ALTERACAO CONCORRENTE) ]---
       01 W-PENS-LIDO    PIC X(136) VALUE SPACES.
       01 W-PENS-LIDO-R REDEFINES W-PENS-LIDO.
                03 FILLER          PIC X(08).
                03 W-LID-DADOS     PIC X(66).
                03 W-LID-VALOR     PIC X(16).
                03 W-LID-VIGENCIA  PIC X(16).
                03 W-LID-BANCO     PIC X(21).
                03 FILLER          PIC X(09).
       01 W-PENS-ATUAL   PIC X(136) VALUE SPACES.
       01 W-PENS-ATUAL-R REDEFINES W-PENS-ATUAL.
                03 FILLER          PIC X(08).
                03 W-ATU-DADOS     PIC X(66).
                03 W-ATU-VALOR     PIC X(16).
                03 W-ATU-VIGENCIA  PIC X(16).
                03 W-ATU-BANCO     PIC X(21).
                03 FILLER          PIC X(09).
       01 W-PENS-NOVO    PIC X(136) VALUE SPACES.
      *------------[ N=IGUAL AO LIDO  S=ALTERADO  E=EXCLUIDO  ]---------
      *------------[ I=INCLUIDO EM OUTRA SESSAO               ]---------
       77 W-CONFLITO     PIC X(01) VALUE "N".
       01 W-LIN-ALTER.
                03 FILLER          PIC X(16) VALUE "MUDOU NO DISCO: ".
                03 W-ALT-DADOS     PIC X(07).
                03 W-ALT-VALOR     PIC X(07).
                03 W-ALT-VIGENCIA  PIC X(10).
                03 W-ALT-BANCO     PIC X(06).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  CPENSS REQUIRED BACKGROUND-COLOR 7.
           05 BACKGROUND-COLOR 7.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                                        "
               BACKGROUND-COLOR  1.
           05  LINE 01  COLUMN 41
               VALUE  "                                        "
               BACKGROUND-COLOR  1.
           05  LINE 02  COLUMN 01
               VALUE  "    P E N S A O   A L I M E N T I C I A"
               FOREGROUND-COLOR  15.
           05  LINE 02  COLUMN 41
               VALUE  "   J U D I C I A L                      ".
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
           05  LINE 07  COLUMN 29
               VALUE  "(0 = BENEFICIARIO NAO DEPENDENTE)"
               FOREGROUND-COLOR  0.
           05  LINE 08  COLUMN 01
               VALUE  "  ORDEM DO BENEFICIARIO :"
               FOREGROUND-COLOR  0.
           05  LINE 09  COLUMN 01
               VALUE  "  NOME DO BENEFICIARIO :"
               FOREGROUND-COLOR  0.
           05  LINE 10  COLUMN 01
               VALUE  "  CPF DO BENEFICIARIO :"
               FOREGROUND-COLOR  0.
           05  LINE 11  COLUMN 01
               VALUE  "  PROCESSO JUDICIAL :"
               FOREGROUND-COLOR  0.
           05  LINE 12  COLUMN 01
               VALUE  "  TIPO DO DESCONTO :"
               FOREGROUND-COLOR  0.
           05  LINE 12  COLUMN 25
               VALUE  "P=PERCENTUAL  F=VALOR FIXO"
               FOREGROUND-COLOR  0.
           05  LINE 13  COLUMN 01
               VALUE  "  PERCENTUAL :"
               FOREGROUND-COLOR  0.
           05  LINE 13  COLUMN 26
               VALUE  "BASE :"
               FOREGROUND-COLOR  0.
           05  LINE 13  COLUMN 36
               VALUE  "B=BRUTO  L=LIQUIDO  M=SAL. MINIMO"
               FOREGROUND-COLOR  0.
           05  LINE 14  COLUMN 01
               VALUE  "  VALOR FIXO :"
               FOREGROUND-COLOR  0.
           05  LINE 15  COLUMN 01
               VALUE  "  INICIO :"
               FOREGROUND-COLOR  0.
           05  LINE 15  COLUMN 26
               VALUE  "FIM :"
               FOREGROUND-COLOR  0.
           05  LINE 15  COLUMN 44
               VALUE  "(ZEROS = PRAZO INDETERMINADO)"
               FOREGROUND-COLOR  0.
           05  LINE 16  COLUMN 01
               VALUE  "  BANCO :"
               FOREGROUND-COLOR  0.
           05  LINE 16  COLUMN 16
               VALUE  "AGENCIA :"
               FOREGROUND-COLOR  0.
           05  LINE 16  COLUMN 33
               VALUE  "CONTA :"
               FOREGROUND-COLOR  0.
           05  LINE 16  COLUMN 55
               VALUE  "DV :"
               FOREGROUND-COLOR  0.
           05  LINE 18  COLUMN 01
               VALUE  " _______________________________________".
           05  LINE 18  COLUMN 41
               VALUE  "_______________________________________".
           05  TPCHAPA
               LINE 06  COLUMN 11  PIC 9(06)
               USING  PENS-CHAPA
               FOREGROUND-COLOR  6.
           05  TPFUNC
               LINE 06  COLUMN 20  PIC X(30)
               FROM   FUNC-NOME.
           05  TPSEQ
               LINE 07  COLUMN 26  PIC 9(01)
               USING  PENS-SEQ.
           05  TPORDEM
               LINE 08  COLUMN 27  PIC 9(01)
               USING  PENS-ORDEM.
           05  TPNOME
               LINE 09  COLUMN 26  PIC X(30)
               USING  PENS-NOME.
           05  TPCPF
               LINE 10  COLUMN 25  PIC 9(11)
               USING  PENS-CPF.
           05  TPPROC
               LINE 11  COLUMN 23  PIC X(25)
               USING  PENS-PROCESSO.
           05  TPTIPO
               LINE 12  COLUMN 22  PIC X(01)
               USING  PENS-TIPO-VALOR.
           05  TPPERC
               LINE 13  COLUMN 16  PIC ZZ9,99
               USING  PENS-PERCENTUAL.
           05  TPBASE
               LINE 13  COLUMN 33  PIC X(01)
               USING  PENS-BASE.
           05  TPVALOR
               LINE 14  COLUMN 16  PIC Z.ZZZ.ZZ9,99
               USING  PENS-VALOR-FIXO.
           05  TPINICIO
               LINE 15  COLUMN 12  PIC 99/99/9999
               USING  PENS-DATA-INICIO.
           05  TPFIM
               LINE 15  COLUMN 32  PIC 99/99/9999
               USING  PENS-DATA-FIM.
           05  TPBANCO
               LINE 16  COLUMN 11  PIC 9(03)
               USING  PENS-BANCO.
           05  TPAGENC
               LINE 16  COLUMN 26  PIC 9(05)
               USING  PENS-AGENCIA.
           05  TPCONTA
               LINE 16  COLUMN 41  PIC 9(12)
               USING  PENS-CONTA.
           05  TPDV
               LINE 16  COLUMN 60  PIC X(01)
               USING  PENS-CONTA-DV.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O PENSDPND
           IF ST-ERRO = "00"
              GO TO R0-DPND.
           IF ST-ERRO NOT = "30" AND ST-ERRO NOT = "35"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PENSDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0-CRIA.
           OPEN OUTPUT PENSDPND
           CLOSE PENSDPND
           OPEN I-O PENSDPND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PENSDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ARQUIVO PENSDPND FOI CRIADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *------------[ ABERTURA DO CADASTRO DE DEPENDENTES ]--------------
       R0-DPND.
           OPEN INPUT CADDPND
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CADASTRO DE DEPENDENTES INDISPONIVEL ***"
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
           MOVE SPACES TO REGPENS FUNC-NOME NOMEDPND
           MOVE ZEROS  TO PENS-CHAPA PENS-SEQ PENS-ORDEM PENS-CPF
           MOVE ZEROS  TO PENS-PERCENTUAL PENS-VALOR-FIXO
           MOVE ZEROS  TO PENS-DATA-INICIO PENS-DATA-FIM
           MOVE ZEROS  TO PENS-BANCO PENS-AGENCIA PENS-CONTA
           MOVE 0 TO W-SEL
           DISPLAY CPENSS.
      *------------[ ENTRADA DA CHAPA ]---------------------------------
       R2.
           DISPLAY (20, 29) "TECLAR ESC PARA SAIR "
           ACCEPT TPCHAPA
           DISPLAY (20, 29) "                      "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PENS-CHAPA = ZEROS
                     MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2.
      *------------[ A CHAPA PRECISA SER DE FUNCIONARIO DA FOLHA ]------
       R2A.
           MOVE PENS-CHAPA TO FUNC-CHAPA
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
           DISPLAY TPFUNC.
       R3.
           ACCEPT TPSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF PENS-SEQ = ZEROS
                   GO TO R3B.
      *------------[ ALIMENTANDO DEPENDENTE: PRECISA EXISTIR NO ]-------
      *------------[ CADDPND, DE ONDE VEM O NOME E O CPF        ]-------
       R3A.
           MOVE PENS-CHAPA TO CHAPA
           MOVE PENS-SEQ   TO SEQ
           READ CADDPND
           IF ST-ERRO2 = "23"
              MOVE "*** CHAPA/SEQ NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA LEITURA ARQUIVO CADDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO PENS-ORDEM
           DISPLAY TPORDEM
           GO TO R3C.
      *------------[ BENEFICIARIO NAO DEPENDENTE: ORDEM 1 A 9 ]---------
       R3B.
           ACCEPT TPORDEM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PENS-ORDEM = ZEROS
                     MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R3B.
       R3C.
           MOVE 0 TO W-SEL
           MOVE SPACES TO W-PENS-LIDO
           READ PENSDPND
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEL
              MOVE REGPENS TO W-PENS-LIDO
              DISPLAY CPENSS
              MOVE "*** PENSAO JA REGISTRADA, ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO PENSDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF PENS-SEQ NOT = ZEROS
              MOVE NOMEDPND TO PENS-NOME
              MOVE CPF      TO PENS-CPF
              DISPLAY TPNOME
              DISPLAY TPCPF.
      *------------[ NOME: DO CADDPND P/ DEPENDENTE, DIGITADO P/ ]------
      *------------[ BENEFICIARIO NAO DEPENDENTE                 ]------
       R4.
           IF PENS-SEQ NOT = ZEROS
              MOVE NOMEDPND TO PENS-NOME
              DISPLAY TPNOME
              GO TO R5.
           ACCEPT TPNOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3B.
           IF PENS-NOME = SPACES
                     MOVE "*** NOME NAO PODE FICAR EM BRANCO ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R4.
       R5.
           ACCEPT TPCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF PENS-SEQ = ZEROS
                   GO TO R4
              ELSE
                   GO TO R3.
           IF PENS-CPF = ZEROS
                     MOVE "*** CPF OBRIGATORIO P/ O BENEFICIARIO ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R5.
           PERFORM ROT-CPF-DV THRU ROT-CPF-DV-FIM
           IF W-CPF-OK NOT = "S"
              MOVE "*** CPF COM DIGITO VERIFICADOR INVALIDO ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TPPROC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF PENS-PROCESSO = SPACES
                     MOVE "*** NUMERO DO PROCESSO OBRIGATORIO ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R6.
       R7.
           ACCEPT TPTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF PENS-TIPO-VALOR = "p"
              MOVE "P" TO PENS-TIPO-VALOR.
           IF PENS-TIPO-VALOR = "f"
              MOVE "F" TO PENS-TIPO-VALOR.
           IF NOT PENS-PERCENTUAL-INF AND NOT PENS-VALOR-FIXO-INF
                     MOVE "*** DIGITE APENAS P OU F ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R7.
           IF PENS-VALOR-FIXO-INF
              MOVE ZEROS  TO PENS-PERCENTUAL
              MOVE SPACES TO PENS-BASE
              DISPLAY TPPERC
              DISPLAY TPBASE
              GO TO R9.
           MOVE ZEROS TO PENS-VALOR-FIXO
           DISPLAY TPVALOR.
      *------------[ DESCONTO PERCENTUAL SOBRE A BASE DE CALCULO ]------
       R8.
           ACCEPT TPPERC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF PENS-PERCENTUAL = ZEROS OR PENS-PERCENTUAL > 100
                     MOVE "*** PERCENTUAL DEVE SER DE 0,01 A 100 ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R8.
       R8A.
           ACCEPT TPBASE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF PENS-BASE = "b"
              MOVE "B" TO PENS-BASE.
           IF PENS-BASE = "l"
              MOVE "L" TO PENS-BASE.
           IF PENS-BASE = "m"
              MOVE "M" TO PENS-BASE.
           IF NOT PENS-BASE-BRUTO AND NOT PENS-BASE-LIQUIDO
              AND NOT PENS-BASE-MINIMO
                     MOVE "*** BASE: DIGITE APENAS B, L OU M ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R8A.
           GO TO R10.
      *------------[ DESCONTO DE VALOR FIXO ]--------------------------
       R9.
           ACCEPT TPVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF PENS-VALOR-FIXO = ZEROS
                     MOVE "*** VALOR FIXO NAO PODE SER ZEROS ***"
                     TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R9.
       R10.
           ACCEPT TPINICIO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF PENS-VALOR-FIXO-INF
                   GO TO R9
              ELSE
                   GO TO R8A.
       R10A.
           MOVE PENS-DATA-INICIO TO W-DATA-EM-CRIT
           PERFORM ROT-VAL-DATA THRU ROT-VAL-DATA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           MOVE W-DATA-COMP TO W-INICIO-COMP.
      *------------[ FIM ZERADO = PENSAO POR PRAZO INDETERMINADO ]------
       R11.
           ACCEPT TPFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF PENS-DATA-FIM = ZEROS
                   GO TO R12.
       R11A.
           MOVE PENS-DATA-FIM TO W-DATA-EM-CRIT
           PERFORM ROT-VAL-DATA THRU ROT-VAL-DATA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
           MOVE W-DATA-COMP TO W-FIM-COMP
           IF W-FIM-COMP < W-INICIO-COMP
              MOVE "*** FIM NAO PODE SER ANTES DO INICIO ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
      *------------[ DADOS BANCARIOS DO RECEBEDOR ]---------------------
       R12.
           ACCEPT TPBANCO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           IF PENS-BANCO = ZEROS
                     MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R12.
       R13.
           ACCEPT TPAGENC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF PENS-AGENCIA = ZEROS
                     MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R13.
       R14.
           ACCEPT TPCONTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
           IF PENS-CONTA = ZEROS
                     MOVE "*** DADO NAO PODE SER ZEROS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R14.
       R15.
           ACCEPT TPDV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R14.
           IF PENS-CONTA-DV = SPACES
                     MOVE "*** DIGITO DA CONTA OBRIGATORIO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R15.
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
                   REWRITE REGPENS
                ELSE
                   WRITE REGPENS.
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PENSDPND" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *---[ REGISTRO INCLUIDO, ALTERADO OU EXCLUIDO EM OUTRA SESSAO ]--
      *---[ DESDE A LEITURA: NADA E GRAVADO. MOSTRA OS CAMPOS        ]--
      *---[ ALTERADOS E, SE O OPERADOR QUISER, RECARREGA O REGISTRO  ]--
      *---[ ATUAL DO DISCO P/ ELE REFAZER A ALTERACAO                ]--
       GRV-RECARGA.
                IF W-CONFLITO = "E"
                   MOVE "*** PENSAO EXCLUIDA EM OUTRA SESSAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONFLITO = "I"
                   MOVE "*** PENSAO INCLUIDA EM OUTRA SESSAO ***"
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
                MOVE REGPENS TO W-PENS-LIDO
                DISPLAY CPENSS
                IF W-CONFLITO = "S"
                   DISPLAY (17, 02) W-LIN-ALTER.
                GO TO R4.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE PENSDPND.
           CLOSE CADDPND.
           CLOSE CADFUNC.
           CLOSE CADOPER.
           STOP RUN.

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

      *---------[ CRITICA DOS DIGITOS VERIFICADORES DO CPF PELO ]-------
      *---------[ MODULO 11 DA RECEITA FEDERAL (COMO NO CDPND)  ]-------
       ROT-CPF-DV.
           MOVE "N" TO W-CPF-OK
           MOVE PENS-CPF TO W-CPF-WS
           IF W-CPF-WS = 00000000000 OR 11111111111 OR 22222222222
              OR 33333333333 OR 44444444444 OR 55555555555
              OR 66666666666 OR 77777777777 OR 88888888888
              OR 99999999999
              GO TO ROT-CPF-DV-FIM.
           COMPUTE W-SOMA-CPF = W-CD (1) * 10 + W-CD (2) * 9
              + W-CD (3) * 8 + W-CD (4) * 7 + W-CD (5) * 6
              + W-CD (6) * 5 + W-CD (7) * 4 + W-CD (8) * 3
              + W-CD (9) * 2
           DIVIDE W-SOMA-CPF BY 11 GIVING W-QUOC-CPF
                  REMAINDER W-RESTO-CPF
           IF W-RESTO-CPF < 2
              MOVE ZEROS TO W-DV1
           ELSE
              COMPUTE W-DV1 = 11 - W-RESTO-CPF.
           COMPUTE W-SOMA-CPF = W-CD (1) * 11 + W-CD (2) * 10
              + W-CD (3) * 9 + W-CD (4) * 8 + W-CD (5) * 7
              + W-CD (6) * 6 + W-CD (7) * 5 + W-CD (8) * 4
              + W-CD (9) * 3 + W-CD (10) * 2
           DIVIDE W-SOMA-CPF BY 11 GIVING W-QUOC-CPF
                  REMAINDER W-RESTO-CPF
           IF W-RESTO-CPF < 2
              MOVE ZEROS TO W-DV2
           ELSE
              COMPUTE W-DV2 = 11 - W-RESTO-CPF.
           IF W-CD (10) = W-DV1 AND W-CD (11) = W-DV2
              MOVE "S" TO W-CPF-OK.
       ROT-CPF-DV-FIM.
                EXIT.
      *---------[ RELE O REGISTRO E CONFERE COM A IMAGEM LIDA ]-------
      *---------[ (ESPACOS SE ERA INCLUSAO). SEM DIFERENCA    ]-------
      *---------[ DEVOLVE O DIGITADO; COM DIFERENCA DEIXA O   ]-------
      *---------[ REGISTRO ATUAL E MONTA OS CAMPOS ALTERADOS  ]-------
       ROT-CONFERE.
                MOVE "N" TO W-CONFLITO
                MOVE REGPENS TO W-PENS-NOVO
                READ PENSDPND
                IF ST-ERRO = "23" AND W-PENS-LIDO NOT = SPACES
                   MOVE "E" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO = "23"
                   MOVE W-PENS-NOVO TO REGPENS
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA DO ARQUIVO PENSDPND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-PENS-LIDO = SPACES
                   MOVE "I" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF REGPENS = W-PENS-LIDO
                   MOVE W-PENS-NOVO TO REGPENS
                   GO TO ROT-CONFERE-FIM.
                MOVE "S" TO W-CONFLITO
                MOVE REGPENS TO W-PENS-ATUAL
                MOVE SPACES TO W-ALT-DADOS W-ALT-VALOR W-ALT-VIGENCIA
                MOVE SPACES TO W-ALT-BANCO
                IF W-ATU-DADOS NOT = W-LID-DADOS
                   MOVE "DADOS" TO W-ALT-DADOS.
                IF W-ATU-VALOR NOT = W-LID-VALOR
                   MOVE "VALOR" TO W-ALT-VALOR.
                IF W-ATU-VIGENCIA NOT = W-LID-VIGENCIA
                   MOVE "VIGENCIA" TO W-ALT-VIGENCIA.
                IF W-ATU-BANCO NOT = W-LID-BANCO
                   MOVE "BANCO" TO W-ALT-BANCO.
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
