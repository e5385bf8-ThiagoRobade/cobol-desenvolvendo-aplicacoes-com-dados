000010*----------------------------------------------------------*
000020* CLIENCRG - LAYOUT DO HISTORICO DE CONTAS ENCERRADAS      *
000030*            (CLIENCER), CHAVEADO PELO NUMERO DA CONTA     *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - A CONTA ENCERRADA   *
000090*                    HA MAIS QUE A RETENCAO DO MESTRE, SEM *
000100*                    SALDO, SEM BLOQUEIO VIGENTE E SEM CDB *
000110*                    EM ABERTO SAI DO CLIMSTR PELO EXPURGO *
000120*                    ANUAL CLIENCEX E FICA AQUI, COM OS    *
000130*                    DADOS CADASTRAIS E OS TOTAIS          *
000140*                    FINANCEIROS DO MOMENTO DO EXPURGO. O  *
000150*                    CLIINQ E O CLIREPR CONSULTAM ESTE     *
000160*                    ARQUIVO QUANDO A CONTA NAO ESTA MAIS  *
000170*                    NO MESTRE E O CLIMAINT NAO DEIXA O    *
000180*                    NUMERO SER REAPROVEITADO. VENCIDO O   *
000190*                    PRAZO LEGAL DE GUARDA, O CLIENCEX     *
000200*                    ANONIMIZA OS DADOS PESSOAIS (LGPD) E  *
000210*                    MARCA A SITUACAO "A"; NUMERO DA       *
000220*                    CONTA, DATAS E TOTAIS FICAM.          *
000230*----------------------------------------------------------*
000240 01  ENC-REGISTRO.
000250     05  ENC-CLI-ID           PICTURE 9(06).
000260     05  ENC-NOME             PICTURE X(20).
000270     05  ENC-AGENCIA          PICTURE 9(04).
000280     05  ENC-TIPO-CONTA       PICTURE X(01).
000290     05  ENC-MOEDA            PICTURE X(03).
000300     05  ENC-STATUS           PICTURE X(01).
000310     05  ENC-DOCUMENTO        PICTURE 9(14).
000320     05  ENC-TIPO-DOC         PICTURE X(01).
000330     05  ENC-DATA-ABERTURA    PICTURE 9(08).
000340     05  ENC-DATA-ENCERRAMENTO PICTURE 9(08).
000350     05  ENC-DATA-ULTIMO-JUROS PICTURE 9(08).
000360     05  ENC-SALDO            PICTURE S9(10).
000370     05  ENC-SALDO-GANHO-ANO  PICTURE S9(10).
000380     05  ENC-JUROS-ACUMULADO  PICTURE S9(10).
000390     05  ENC-IRRF-ANO         PICTURE S9(10).
000400     05  ENC-ENDERECO         PICTURE X(30).
000410     05  ENC-CIDADE           PICTURE X(20).
000420     05  ENC-UF               PICTURE X(02).
000430     05  ENC-CEP              PICTURE 9(08).
000440     05  ENC-TELEFONE         PICTURE 9(11).
000450     05  ENC-EMAIL            PICTURE X(30).
000460     05  ENC-DATA-EXPURGO     PICTURE 9(08).
000470     05  ENC-SITUACAO         PICTURE X(01).
000480         88  ENC-RETIDO                      VALUE "R".
000490         88  ENC-ANONIMIZADO                 VALUE "A".
000500     05  ENC-DATA-ANONIMIZACAO PICTURE 9(08).
000510     05  FILLER               PICTURE X(18) VALUE SPACES.
