000010*----------------------------------------------------------*
000020* CLIIOFRG - LAYOUT DO IOF DO CHEQUE ESPECIAL A COBRAR     *
000030*            (CLIIOFAC), CHAVEADO POR CLIENTE              *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - O LOTE DE JUROS     *
000090*                    (CLIENTES) ACUMULA AQUI, A CADA DIA   *
000100*                    DE LANCAMENTO COM SALDO NEGATIVO, O   *
000110*                    SALDO DEVEDOR DO DIA (BASE DIARIA) E  *
000120*                    O IOF DIARIO SOBRE ELE, E O AUMENTO   *
000130*                    DO SALDO DEVEDOR SOBRE O DIA ANTERIOR *
000140*                    (BASE ADICIONAL) COM O IOF ADICIONAL, *
000150*                    PELAS ALIQUOTAS DO CLIPARM. O IOF     *
000160*                    SEGUE EM 6 CASAS DECIMAIS ATE A       *
000170*                    COBRANCA MENSAL (CLIIOF), QUE DEBITA  *
000180*                    O TOTAL ARREDONDADO, GRAVA O EXTRATO  *
000190*                    FISCAL E ZERA O ACUMULADO.            *
000200*                    IOF-ANO-MES E O MES DO PRIMEIRO DIA   *
000210*                    AINDA NAO COBRADO; IOF-DATA-ULTIMO-   *
000220*                    DIA IMPEDE ACUMULAR O MESMO DIA DUAS  *
000230*                    VEZES (REINICIO OU CATCH-UP).         *
000240*----------------------------------------------------------*
000250 01  IOF-REGISTRO.
000260     05  IOF-CLI-ID           PICTURE 9(06).
000270     05  IOF-AGENCIA          PICTURE 9(04).
000280     05  IOF-ANO-MES          PICTURE 9(06).
000290     05  IOF-DIAS-DEVEDOR     PICTURE 9(03).
000300     05  IOF-BASE-DIARIA      PICTURE 9(13).
000310     05  IOF-VALOR-DIARIO     PICTURE 9(10)V9(06).
000320     05  IOF-BASE-ADICIONAL   PICTURE 9(13).
000330     05  IOF-VALOR-ADICIONAL  PICTURE 9(10)V9(06).
000340     05  IOF-DEVEDOR-ANTERIOR PICTURE 9(10).
000350     05  IOF-DATA-ULTIMO-DIA  PICTURE 9(08).
000360     05  FILLER               PICTURE X(05) VALUE SPACES.
