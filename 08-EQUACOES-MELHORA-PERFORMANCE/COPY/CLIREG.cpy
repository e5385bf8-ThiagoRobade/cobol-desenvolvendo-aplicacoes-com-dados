000760*                    CARTAS DOS ENDERECOS "I" PARA A LISTA  *
000770*                    DE TRATAMENTO DA AGENCIA EM VEZ DO     *
000780*                    CORREIO.                               *
000790* 2026-10-15 EBC     INCLUIDO O STATUS "P" (CLI-PREJUIZO):  *
000800*                    CONTA DEVEDORA BAIXADA PARA PREJUIZO   *
000810*                    PELA PASSADA MENSAL CLIBAIXA. SALDO    *
000820*                    ZERADO NA BAIXA, SEM JUROS, MULTA OU   *
000830*                    TARIFA; O CLIMOVTO RECUSA DEBITOS E    *
000840*                    TRATA OS CREDITOS COMO RECUPERACAO     *
000850*                    ENQUANTO O REGISTRO DO CLIPREJ ESTIVER *
000860*                    EM ABERTO.                             *
000870* 2026-10-15 EBC     INCLUIDO O STATUS "F" (CLI-FALECIDO):  *
000880*                    CONTA DE TITULAR UNICO FALECIDO,       *
000890*                    CONGELADA PELA COMUNICACAO DE OBITO DO *
000900*                    CLIMAINT (FUNCAO "F"), COM A DATA DO   *
000910*                    OBITO NO CLIOBITO. O CLIMOVTO RECUSA   *
000920*                    QUALQUER LANCAMENTO, O CLIORDEX        *
000930*                    SUSPENDE AS ORDENS PERMANENTES, O      *
000940*                    CLICDBJ RETEM A LIQUIDACAO DOS CDBS E  *
000950*                    O CLITARIF NAO COBRA TARIFA; O SALDO   *
000960*                    CONTINUA RENDENDO PARA O ESPOLIO.      *
000970* 2026-10-15 EBC     INCLUIDOS OS DADOS DO RECADASTRAMENTO  *
000980*                    PERIODICO: CLI-RISCO-KYC (GRAU DE      *
000990*                    RISCO A-ALTO, M-MEDIO, B-BAIXO, QUE    *
001000*                    DEFINE O CICLO EM MESES DO CLIPARM),   *
001010*                    CLI-DATA-ULT-REVISAO (ULTIMA           *
001020*                    CONFERENCIA DO CADASTRO PELA AGENCIA)  *
001030*                    E CLI-DATA-PROX-REVISAO (VENCIMENTO DO *
001040*                    CADASTRO). GRAVADOS NA INCLUSAO E NA   *
001050*                    CONFERENCIA DE DADOS DO CLIMAINT;      *
001060*                    VENCIDO O CADASTRO ALEM DA CARENCIA, O *
001070*                    CLIMOVTO RECUSA SAQUES. DATA ZERADA    *
001080*                    (CONTA ANTERIOR AO RECADASTRAMENTO) E  *
001090*                    PREENCHIDA NA PASSADA MENSAL CLIRECAD. *
001100* 2026-10-15 EBC     INCLUIDO CLI-DATA-REATIVACAO, A DATA   *
001110*                    EM QUE O SUPERVISOR TIROU A CONTA DO   *
001120*                    STATUS DORMENTE NO CLIMAINT (FUNCAO    *
001130*                    "V"). O CLIMOVTO RETEM PARA O          *
001140*                    COMPLIANCE O DEBITO EM CONTA REATIVADA *
001150*                    HA POUCOS DIAS (REGRA DO CLIRETP).     *
001160* 2026-10-15 EBC     INCLUIDOS CLI-DATA-NASCIMENTO, A DATA *
001170*                    DE NASCIMENTO DO TITULAR PRINCIPAL    *
001180*                    (ZERADA EM CONTA DE PESSOA JURIDICA E *
001190*                    EM CONTA ANTERIOR AO CAMPO), E O      *
001200*                    RESPONSAVEL LEGAL DO TITULAR MENOR DE *
001210*                    18 ANOS (CLI-RESP-CPF E               *
001220*                    CLI-RESP-NOME), CAPTURADOS PELO       *
001230*                    CLIMAINT NA INCLUSAO E NA FUNCAO "D"  *
001240*                    E EXIBIDOS NO CLIINQ. ENQUANTO O      *
001250*                    TITULAR FOR MENOR, O CLIMOVTO SO      *
001260*                    ACEITA DEBITO FEITO PELO RESPONSAVEL; *
001270*                    O LOTE MENSAL CLIMAIOR CONVIDA O      *
001280*                    TITULAR QUE ATINGE A MAIORIDADE A     *
001290*                    ATUALIZAR O CADASTRO E DESFAZ O       *
001300*                    VINCULO DO RESPONSAVEL A PARTIR DO    *
001310*                    ANIVERSARIO.                          *
001320* 2026-10-15 EBC     INCLUIDA A PREFERENCIA DE ALERTA DE   *
001330*                    TRANSACAO, MANTIDA PELO CLIMAINT NA   *
001340*                    FUNCAO "D": CLI-ALERTA-CANAL (E-MAIL, *
001350*                    SMS, AMBOS OU NENHUM),                *
001360*                    CLI-ALERTA-VALOR-MIN (ABAIXO DELE O   *
001370*                    EVENTO NAO E AVISADO; NAO VALE PARA O *
001380*                    SALDO NEGATIVO) E CLI-ALERTA-EVENTOS  *
001390*                    (S/N POR EVENTO: SAQUE OU DEBITO,     *
001400*                    CREDITO DA COMPENSACAO, CHEQUE        *
001410*                    DEVOLVIDO, BLOQUEIO E SALDO           *
001420*                    NEGATIVO). CLI-EMAIL-SITUACAO E       *
001430*                    CLI-FONE-SITUACAO FICAM "D" QUANDO O  *
001440*                    GATEWAY DE MENSAGENS DEVOLVE O ALERTA *
001450*                    (RETORNO LIDO PELO CLIALERT) E VOLTAM *
001460*                    A BRANCO QUANDO A AGENCIA CORRIGE O   *
001470*                    CONTATO. CONTA ANTERIOR AO CAMPO FICA *
001480*                    SEM ALERTA.                           *
001490*----------------------------------------------------------*
001500 01  CLI-REGISTRO.
001510     05  CLI-ID              PICTURE 9(06).
001520     05  CLI-NOME            PICTURE X(20).
001530     05  CLI-SALDO           PICTURE S9(10)     COMP.
001540     05  CLI-STATUS          PICTURE X(01)      VALUE "A".
001550         88  CLI-ATIVO                          VALUE "A".
001560         88  CLI-INATIVO                        VALUE "I".
001570         88  CLI-DORMENTE                       VALUE "D".
001580         88  CLI-PREJUIZO                       VALUE "P".
001590         88  CLI-FALECIDO                       VALUE "F".
001600     05  CLI-TIPO-CONTA      PICTURE X(01)      VALUE "S".
001610         88  CONTA-POUPANCA                     VALUE "S".
001620         88  CONTA-PREMIUM                      VALUE "P".
001630         88  CONTA-EMPRESARIAL                  VALUE "B".
001640     05  CLI-SALDO-GANHO-ANO PICTURE S9(10)     COMP VALUE ZEROS.
001650     05  CLI-JUROS-ACUMULADO PICTURE S9(10)     COMP VALUE ZEROS.
001660     05  CLI-DOCUMENTO       PICTURE 9(14)      VALUE ZEROS.
001670     05  CLI-TIPO-DOC        PICTURE X(01)      VALUE "F".
001680         88  DOC-CPF                            VALUE "F".
001690         88  DOC-CNPJ                           VALUE "J".
001700     05  CLI-DATA-ABERTURA      PICTURE 9(08)   VALUE ZEROS.
001710     05  CLI-DATA-ENCERRAMENTO  PICTURE 9(08)   VALUE ZEROS.
001720     05  CLI-MOEDA               PICTURE X(03)  VALUE "BRL".
001730         88  MOEDA-REAL                         VALUE "BRL".
001740         88  MOEDA-DOLAR                        VALUE "USD".
001750         88  MOEDA-EURO                         VALUE "EUR".
001760     05  CLI-DATA-ULTIMO-JUROS  PICTURE 9(08)   VALUE ZEROS.
001770     05  CLI-ENDERECO           PICTURE X(30)  VALUE SPACES.
001780     05  CLI-CIDADE             PICTURE X(20)  VALUE SPACES.
001790     05  CLI-UF                 PICTURE X(02)  VALUE SPACES.
001800     05  CLI-CEP                PICTURE 9(08)  VALUE ZEROS.
001810     05  CLI-TELEFONE           PICTURE 9(11)  VALUE ZEROS.
001820     05  CLI-EMAIL              PICTURE X(30)  VALUE SPACES.
001830     05  CLI-AGENCIA            PICTURE 9(04)  VALUE ZEROS.
001840     05  CLI-IRRF-ANO           PICTURE S9(10)
001850                                COMP VALUE ZEROS.
001860     05  CLI-PREF-EXTRATO       PICTURE X(01)  VALUE "P".
001870         88  PREF-PAPEL                         VALUE "P".
001880         88  PREF-ELETRONICO                    VALUE "E".
001890         88  PREF-AMBOS                         VALUE "A".
001900     05  CLI-END-SITUACAO       PICTURE X(01)  VALUE SPACES.
001910         88  ENDERECO-CONFERIDO                 VALUE "V".
001920         88  ENDERECO-DIVERGENTE                VALUE "I".
001930     05  CLI-RISCO-KYC          PICTURE X(01)  VALUE SPACES.
001940         88  RISCO-ALTO                         VALUE "A".
001950         88  RISCO-MEDIO                        VALUE "M".
001960         88  RISCO-BAIXO                        VALUE "B".
001970     05  CLI-DATA-ULT-REVISAO   PICTURE 9(08)  VALUE ZEROS.
001980     05  CLI-DATA-PROX-REVISAO  PICTURE 9(08)  VALUE ZEROS.
001990     05  CLI-DATA-REATIVACAO    PICTURE 9(08)  VALUE ZEROS.
002000     05  CLI-DATA-NASCIMENTO    PICTURE 9(08)  VALUE ZEROS.
002010     05  CLI-RESP-CPF           PICTURE 9(11)  VALUE ZEROS.
002020     05  CLI-RESP-NOME          PICTURE X(30)  VALUE SPACES.
002030     05  CLI-ALERTA-CANAL       PICTURE X(01)  VALUE SPACES.
002040         88  ALERTA-POR-EMAIL                   VALUE "E".
002050         88  ALERTA-POR-SMS                     VALUE "S".
002060         88  ALERTA-POR-AMBOS                   VALUE "A".
002070         88  ALERTA-DESLIGADO                   VALUE "N" " ".
002080     05  CLI-ALERTA-VALOR-MIN   PICTURE 9(10)  VALUE ZEROS.
002090     05  CLI-ALERTA-EVENTOS.
002100         10  CLI-ALR-SAQUE      PICTURE X(01)  VALUE "N".
002110             88  ALERTA-SAQUE                   VALUE "S".
002120         10  CLI-ALR-CREDITO    PICTURE X(01)  VALUE "N".
002130             88  ALERTA-CREDITO                 VALUE "S".
002140         10  CLI-ALR-CHEQUE-DEV PICTURE X(01)  VALUE "N".
002150             88  ALERTA-CHEQUE-DEV              VALUE "S".
002160         10  CLI-ALR-BLOQUEIO   PICTURE X(01)  VALUE "N".
002170             88  ALERTA-BLOQUEIO                VALUE "S".
002180         10  CLI-ALR-NEGATIVO   PICTURE X(01)  VALUE "N".
002190             88  ALERTA-NEGATIVO                VALUE "S".
002200     05  CLI-EMAIL-SITUACAO     PICTURE X(01)  VALUE SPACES.
002210         88  EMAIL-DEVOLVIDO                    VALUE "D".
002220     05  CLI-FONE-SITUACAO      PICTURE X(01)  VALUE SPACES.
002230         88  FONE-DEVOLVIDO                     VALUE "D".
