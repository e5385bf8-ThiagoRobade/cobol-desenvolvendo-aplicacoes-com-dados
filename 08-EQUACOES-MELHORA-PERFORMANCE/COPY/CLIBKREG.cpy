000190* 2026-09-02 EBC     INCLUIDO BKP-END-SITUACAO, A COPIA DA  *
000200*                    SITUACAO DO ENDERECO (CLI-END-SITUACAO *
000210*                    NOVO NO CLIREG).                       *
000220* 2026-10-15 EBC     INCLUIDOS BKP-RISCO-KYC,              *
000230*                    BKP-DATA-ULT-REVISAO E                *
000240*                    BKP-DATA-PROX-REVISAO, AS COPIAS DOS  *
000250*                    DADOS DE RECADASTRAMENTO (NOVOS NO    *
000260*                    CLIREG). REGISTRO DE 270 BYTES.       *
000270* 2026-10-15 EBC     INCLUIDAS AS COPIAS DOS DEMAIS CAMPOS *
000280*                    NOVOS DO CLIREG: BKP-DATA-REATIVACAO, *
000290*                    BKP-DATA-NASCIMENTO, BKP-RESP-CPF,    *
000300*                    BKP-RESP-NOME, A PREFERENCIA DE       *
000310*                    ALERTA (BKP-ALERTA-CANAL,             *
000320*                    BKP-ALERTA-VALOR-MIN,                 *
000330*                    BKP-ALERTA-EVENTOS) E AS MARCAS DE    *
000340*                    CONTATO DEVOLVIDO                     *
000350*                    (BKP-EMAIL-SITUACAO,                  *
000360*                    BKP-FONE-SITUACAO), PARA NAO SE       *
000370*                    PERDEREM NUM RESTORE. REGISTRO DE 360 *
000380*                    BYTES.                                *
000390*----------------------------------------------------------*
000400 01  BKP-REGISTRO.
000410     05  BKP-ID               PICTURE 9(06).
000420     05  FILLER               PICTURE X(01) VALUE SPACES.
000430     05  BKP-NOME             PICTURE X(20).
000440     05  FILLER               PICTURE X(01) VALUE SPACES.
000450     05  BKP-STATUS           PICTURE X(01).
000460     05  FILLER               PICTURE X(01) VALUE SPACES.
000470     05  BKP-TIPO-CONTA       PICTURE X(01).
000480     05  FILLER               PICTURE X(01) VALUE SPACES.
000490     05  BKP-SALDO            PICTURE S9(10).
000500     05  FILLER               PICTURE X(01) VALUE SPACES.
000510     05  BKP-SALDO-GANHO-ANO  PICTURE S9(10).
000520     05  FILLER               PICTURE X(01) VALUE SPACES.
000530     05  BKP-JUROS-ACUMULADO  PICTURE S9(10).
000540     05  FILLER               PICTURE X(01) VALUE SPACES.
000550     05  BKP-DOCUMENTO        PICTURE 9(14).
000560     05  FILLER               PICTURE X(01) VALUE SPACES.
000570     05  BKP-TIPO-DOC         PICTURE X(01).
000580     05  FILLER               PICTURE X(01) VALUE SPACES.
000590     05  BKP-DATA-ABERTURA    PICTURE 9(08).
000600     05  FILLER               PICTURE X(01) VALUE SPACES.
000610     05  BKP-DATA-ENCERRAMENTO PICTURE 9(08).
000620     05  FILLER               PICTURE X(01) VALUE SPACES.
000630     05  BKP-DATA-BACKUP      PICTURE 9(08).
000640     05  FILLER               PICTURE X(01) VALUE SPACES.
000650     05  BKP-MOEDA            PICTURE X(03).
000660     05  FILLER               PICTURE X(01) VALUE SPACES.
000670     05  BKP-DATA-ULTIMO-JUROS PICTURE 9(08).
000680     05  FILLER               PICTURE X(01) VALUE SPACES.
000690     05  BKP-ENDERECO         PICTURE X(30).
000700     05  FILLER               PICTURE X(01) VALUE SPACES.
000710     05  BKP-CIDADE           PICTURE X(20).
000720     05  FILLER               PICTURE X(01) VALUE SPACES.
000730     05  BKP-UF               PICTURE X(02).
000740     05  FILLER               PICTURE X(01) VALUE SPACES.
000750     05  BKP-CEP              PICTURE 9(08).
000760     05  FILLER               PICTURE X(01) VALUE SPACES.
000770     05  BKP-TELEFONE         PICTURE 9(11).
000780     05  FILLER               PICTURE X(01) VALUE SPACES.
000790     05  BKP-EMAIL            PICTURE X(30).
000800     05  FILLER               PICTURE X(01) VALUE SPACES.
000810     05  BKP-AGENCIA          PICTURE 9(04).
000820     05  FILLER               PICTURE X(01) VALUE SPACES.
000830     05  BKP-IRRF-ANO         PICTURE S9(10).
000840     05  FILLER               PICTURE X(01) VALUE SPACES.
000850     05  BKP-PREF-EXTRATO     PICTURE X(01).
000860     05  BKP-END-SITUACAO     PICTURE X(01).
000870     05  FILLER               PICTURE X(01) VALUE SPACES.
000880     05  BKP-RISCO-KYC        PICTURE X(01).
000890     05  FILLER               PICTURE X(01) VALUE SPACES.
000900     05  BKP-DATA-ULT-REVISAO PICTURE 9(08).
000910     05  FILLER               PICTURE X(01) VALUE SPACES.
000920     05  BKP-DATA-PROX-REVISAO PICTURE 9(08).
000930     05  FILLER               PICTURE X(01) VALUE SPACES.
000940     05  BKP-DATA-REATIVACAO  PICTURE 9(08).
000950     05  FILLER               PICTURE X(01) VALUE SPACES.
000960     05  BKP-DATA-NASCIMENTO  PICTURE 9(08).
000970     05  FILLER               PICTURE X(01) VALUE SPACES.
000980     05  BKP-RESP-CPF         PICTURE 9(11).
000990     05  FILLER               PICTURE X(01) VALUE SPACES.
001000     05  BKP-RESP-NOME        PICTURE X(30).
001010     05  FILLER               PICTURE X(01) VALUE SPACES.
001020     05  BKP-ALERTA-CANAL     PICTURE X(01).
001030     05  FILLER               PICTURE X(01) VALUE SPACES.
001040     05  BKP-ALERTA-VALOR-MIN PICTURE 9(10).
001050     05  FILLER               PICTURE X(01) VALUE SPACES.
001060     05  BKP-ALERTA-EVENTOS.
001070         10  BKP-ALR-SAQUE      PICTURE X(01).
001080         10  BKP-ALR-CREDITO    PICTURE X(01).
001090         10  BKP-ALR-CHEQUE-DEV PICTURE X(01).
001100         10  BKP-ALR-BLOQUEIO   PICTURE X(01).
001110         10  BKP-ALR-NEGATIVO   PICTURE X(01).
001120     05  FILLER               PICTURE X(01) VALUE SPACES.
001130     05  BKP-EMAIL-SITUACAO   PICTURE X(01).
001140     05  BKP-FONE-SITUACAO    PICTURE X(01).
001150     05  FILLER               PICTURE X(01) VALUE SPACES.
