      *                 TRANSPORTE                    *
      *    PLANOBASE  - MENSALIDADE BASE DO PLANO     *
      *    PLANODEP   - ADICIONAL POR DEPENDENTE      *
      *    GARANTMES  - MESES DE GARANTIA PADRAO DOS  *
      *                 PRODUTOS VENDIDOS (RMACLI)    *
      *    MRPPRAZO   - DIAS DA DEMANDA ATE A ENTREGA *
      *    MRPMONTA   - DIAS DE MONTAGEM DO KIT       *
      *    MRPDEPTO   - DEPARTAMENTO DAS REQUISICOES  *
      *                 DE COMPRA DO MRP (MRPCALC)    *
      *    ADIANTPCT  - PERCENTUAL PADRAO DO          *
      *                 ADIANTAMENTO QUINZENAL        *
      *                 (ADIANTAM)                    *
      *    SALMINIMO  - SALARIO MINIMO, BASE DA       *
      *                 INSALUBRIDADE (CALCADIC)      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
