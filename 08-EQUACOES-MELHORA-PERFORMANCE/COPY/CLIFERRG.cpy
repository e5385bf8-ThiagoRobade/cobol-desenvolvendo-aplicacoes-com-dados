000010*----------------------------------------------------------*
000020* CLIFERRG - LAYOUT DO CADASTRO DE FERIADOS (ARQUIVO       *
000030*            CLIFERI), CHAVEADO POR AGENCIA E DATA         *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - UM FERIADO POR      *
000090*                    AGENCIA E DATA, MANTIDO PELO FERMNT.  *
000100*                    AGENCIA 0000 E A TABELA NACIONAL, A   *
000110*                    UNICA QUE O CLICALGR LEVA AO          *
000120*                    CALENDARIO CLICALEN; AS DEMAIS        *
000130*                    GUARDAM OS FERIADOS MUNICIPAIS DE     *
000140*                    CADA AGENCIA. DATA COM ANO 0000       *
000150*                    (0000MMDD) E FERIADO FIXO, QUE SE     *
000160*                    REPETE TODO ANO. TIPO "U" SO EXISTE   *
000170*                    EM DATA COMPLETA E MARCA EXPEDIENTE   *
000180*                    NORMAL NUM DIA QUE SERIA FERIADO (EX. *
000190*                    CARNAVAL, CALCULADO PELO CLICALGR A   *
000200*                    PARTIR DA PASCOA). CANCELAMENTO E     *
000210*                    LOGICO; A INCLUSAO OU O CANCELAMENTO  *
000220*                    DE DATA JA DENTRO DO CALENDARIO       *
000230*                    GERADO GUARDA O SUPERVISOR QUE        *
000240*                    APROVOU.                              *
000250*----------------------------------------------------------*
000260 01  FER-REGISTRO.
000270     05  FER-CHAVE.
000280         10  FER-AGENCIA      PICTURE 9(04).
000290         10  FER-DATA         PICTURE 9(08).
000300         10  FER-DATA-R       REDEFINES FER-DATA.
000310             15  FER-ANO      PICTURE 9(04).
000320             15  FER-MMDD     PICTURE 9(04).
000330     05  FER-TIPO             PICTURE X(01).
000340         88  FER-FERIADO                     VALUE "F".
000350         88  FER-EXPEDIENTE                  VALUE "U".
000360     05  FER-DESCRICAO        PICTURE X(30).
000370     05  FER-SITUACAO         PICTURE X(01).
000380         88  FER-ATIVO                       VALUE "A".
000390         88  FER-CANCELADO                   VALUE "C".
000400     05  FER-DATA-ALTERACAO   PICTURE 9(08).
000410     05  FER-OPERADOR         PICTURE X(08).
000420     05  FER-APROVADOR        PICTURE X(08).
000430     05  FILLER               PICTURE X(12) VALUE SPACES.
