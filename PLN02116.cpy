      *    OBJETIVO.......: LAYOUT DO CARTAO DE MAPEAMENTO CONTABIL    *
      *                     (ARQPLN01): PARA CADA TIPO DE TRANSACAO    *
      *                     (D = DEPOSITO, S = SAQUE, E = ESTORNO,     *
      *                     J = JUROS, I = IRRF RETIDO SOBRE OS        *
      *                     JUROS, T = TARIFA DE MANUTENCAO DE         *
      *                     CONTA), AS CONTAS DO RAZAO A DEBITAR       *
      *                     E A CREDITAR NA INTERFACE CONTABIL         *
      *                     GERADA POR EXER0216                        *
      *----------------------------------------------------------------*
