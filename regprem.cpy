      *-----------------------------------------------------------------
      * REGPREM - LAYOUT DO REGISTRO DA TABELA DE PREMIOS DOS PLANOS DE
      * SAUDE (CADPREM.DAT), UM REGISTRO POR PLANO E COMPETENCIA DE
      * VIGENCIA (AAAAMM): COMO NO CADLEGIS, VALE PARA UMA COMPETENCIA
      * O REGISTRO DO PLANO DE MAIOR PREM-COMPET QUE NAO A ULTRAPASSE.
      * GUARDA O PREMIO MENSAL POR FAIXA ETARIA (AS DEZ FAIXAS DA ANS:
      * 00-18, 19-23, 24-28, 29-33, 34-38, 39-43, 44-48, 49-53, 54-58
      * E 59 OU MAIS) EM ENFERMARIA E EM APARTAMENTO (ZERO = PLANO SEM
      * APARTAMENTO), O VALOR DO DENTAL E O PERCENTUAL PAGO PELA
      * EMPRESA; O RESTANTE E DESCONTADO DO FUNCIONARIO. MANTIDO PELA
      * TELA CPREM; LIDO PELO CPLAN E PELO BATCH MENSDPND.
      *-----------------------------------------------------------------
       01 REGPREM.
                03 PREM-CHAVE.
                   05 PREM-PLANO       PIC 9(03).
                   05 PREM-COMPET      PIC 9(06).
                03 PREM-DESCRICAO      PIC X(20).
                03 PREM-PERC-EMPRESA   PIC 9(03)V99.
                03 PREM-VALOR-DENTAL   PIC 9(05)V99.
                03 PREM-FAIXA          OCCURS 10 TIMES.
                   05 PREM-VALOR-ENF   PIC 9(05)V99.
                   05 PREM-VALOR-APT   PIC 9(05)V99.
                03 FILLER              PIC X(09).
