000010*----------------------------------------------------------*
000020* CLIPRCRG - LAYOUT DO REGISTRO DE PROCURADOR OU           *
000030*            REPRESENTANTE AUTORIZADO DA CONTA (CLIPROC),  *
000040*            CHAVEADO POR CLIENTE + CPF DO REPRESENTANTE   *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - PROCURADORES E      *
000100*                    DIRIGENTES DE EMPRESA QUE MOVIMENTAM  *
000110*                    A CONTA SEM SEREM TITULARES NO        *
000120*                    CLITITU DEIXAM DE SER CONFERIDOS NO   *
000130*                    PAPEL DA AGENCIA: FICAM NUM ARQUIVO   *
000140*                    PROPRIO, MANTIDO PELO CLIMAINT        *
000150*                    (FUNCAO "P", SO SUPERVISOR), COM OS   *
000160*                    PODERES CONCEDIDOS, O LIMITE POR      *
000170*                    MOVIMENTO E O FIM DA VIGENCIA. O      *
000180*                    CLIMOVTO RECUSA SAQUE OU              *
000190*                    TRANSFERENCIA DE REPRESENTANTE SEM    *
000200*                    PODER, FORA DA VIGENCIA OU ACIMA DO   *
000210*                    LIMITE; O CLIINQ MOSTRA OS            *
000220*                    AUTORIZADOS E O CLIPRCVN LISTA AS     *
000230*                    PROCURACOES A VENCER. LIMITE ZERADO = *
000240*                    SEM LIMITE POR MOVIMENTO. A REVOGACAO *
000250*                    E LOGICA (SITUACAO "R").              *
000260*----------------------------------------------------------*
000270 01  PRC-REGISTRO.
000280     05  PRC-CHAVE.
000290         10  PRC-CLI-ID       PICTURE 9(06).
000300         10  PRC-CPF          PICTURE 9(11).
000310     05  PRC-NOME             PICTURE X(30).
000320     05  PRC-QUALIFICACAO     PICTURE X(01).
000330         88  PRC-PROCURADOR                  VALUE "P".
000340         88  PRC-DIRIGENTE                   VALUE "D".
000350     05  PRC-PODERES.
000360         10  PRC-PODER-SAQUE  PICTURE X(01).
000370             88  PRC-PODE-SACAR              VALUE "S".
000380         10  PRC-PODER-TRANSF PICTURE X(01).
000390             88  PRC-PODE-TRANSFERIR         VALUE "S".
000400         10  PRC-PODER-ENCERR PICTURE X(01).
000410             88  PRC-PODE-ENCERRAR           VALUE "S".
000420     05  PRC-LIMITE           PICTURE 9(10).
000430     05  PRC-DATA-INICIO      PICTURE 9(08).
000440     05  PRC-DATA-VALIDADE    PICTURE 9(08).
000450     05  PRC-SITUACAO         PICTURE X(01).
000460         88  PRC-ATIVA                       VALUE "A".
000470         88  PRC-REVOGADA                    VALUE "R".
000480     05  PRC-DATA-REVOGACAO   PICTURE 9(08).
000490     05  PRC-OPERADOR         PICTURE X(08).
000500     05  PRC-DATA-ALTERACAO   PICTURE 9(08).
000510     05  FILLER               PICTURE X(20) VALUE SPACES.
