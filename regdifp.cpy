      *-----------------------------------------------------------------
      * REGDIFP - LAYOUT DO REGISTRO DE CONTROLE DAS DIFERENCAS
      * RETROATIVAS DE SALARIO-FAMILIA E IR JA LANCADAS (DIFPAGO.DAT).
      * UM REGISTRO POR DEPENDENTE (CHAPA/SEQ), COMPETENCIA DE DIREITO
      * E BENEFICIO ("S" = SALARIO-FAMILIA, "I" = DEDUCAO DE IR), COM
      * A COMPETENCIA DA FOLHA EM QUE A DIFERENCA FOI LANCADA E O
      * VALOR LEGAL USADO. GRAVADO PELO DIFDPND, QUE NUNCA LANCA DE
      * NOVO O QUE JA ESTA AQUI; NA REEXECUCAO DE UMA COMPETENCIA DE
      * PAGAMENTO OS REGISTROS LANCADOS NELA SAO DESFEITOS ANTES.
      *-----------------------------------------------------------------
       01 REGDIFP.
                03 DPG-CHAVE.
                   05 DPG-CHAPA        PIC 9(06).
                   05 DPG-SEQ          PIC 9(01).
                   05 DPG-COMPET       PIC 9(06).
                   05 DPG-BENEFICIO    PIC X(01).
                03 DPG-COMPET-PAGTO    PIC 9(06).
                03 DPG-VALOR           PIC 9(05)V99.
                03 DPG-DATA            PIC 9(08).
                03 FILLER              PIC X(09).
