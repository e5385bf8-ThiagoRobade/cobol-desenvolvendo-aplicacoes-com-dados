004660*                    SEM OS CAMPOS, E ACEITO: OS FATORES      *
004670*                    AUSENTES ASSUMEM O VALOR CORRENTE E NAO  *
004680*                    GERAM LINHA DE HISTORICO.                *
004690* 2026-10-15 EBC     IOF DO CHEQUE ESPECIAL: A CADA DIA DE *
004700*                    LANCAMENTO (INCLUSIVE OS DE CATCH-UP) *
004710*                    COM SALDO NEGATIVO, A EXECUCAO REAL   *
004720*                    ACUMULA NO CLIIOFAC O SALDO DEVEDOR   *
004730*                    DO DIA COM O IOF DIARIO E O AUMENTO   *
004740*                    DO SALDO DEVEDOR SOBRE O DIA ANTERIOR *
004750*                    COM O IOF ADICIONAL (ALIQUOTAS NOVAS  *
004760*                    DO CLIPARM). CONTA QUE VOLTA AO       *
004770*                    POSITIVO ZERA O SALDO DEVEDOR         *
004780*                    ANTERIOR. O DEBITO E MENSAL, PELO     *
004790*                    CLIIOF. SEM O CLIIOFAC O LOTE SEGUE   *
004800*                    SEM ACUMULAR, COM AVISO. REGISTRO DO  *
004810*                    CLIPARM ALARGADO PARA 107 BYTES.      *
004820* 2026-10-15 EBC     CONTA BAIXADA PARA PREJUIZO           *
004830*                    (CLI-STATUS "P", MARCADO PELO         *
004840*                    CLIBAIXA) E STATUS VALIDO NA CRITICA  *
004850*                    MAS FICA FORA DO LOTE, COMO A         *
004860*                    DORMENTE: SEM JUROS, MULTA NEM IOF    *
004870*                    SOBRE A DIVIDA BAIXADA.               *
004880* 2026-10-15 EBC     CLI-STATUS "F" (CONTA CONGELADA POR   *
004890*                    OBITO, PELA FUNCAO "F" DO CLIMAINT)   *
004900*                    PASSA A SER STATUS VALIDO NA CRITICA: *
004910*                    A CONTA CONTINUA RENDENDO JUROS PARA  *
004920*                    O ESPOLIO ATE A PARTILHA.             *
004930* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
004940*                    BYTES COM OS CICLOS DE                *
004950*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
004960*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
004970* 2026-10-15 EBC     O CLIBKUP (CLIBKREG, 270 BYTES) LEVA  *
004980*                    TAMBEM O GRAU DE RISCO E AS DATAS DO  *
004990*                    RECADASTRAMENTO.                      *
005000* 2026-10-15 EBC     FECHAMENTO DO DIA: EM MODO REAL O     *
005010*                    LOTE SO ACEITA A DATA NOVA COM O      *
005020*                    ULTIMO DIA PROCESSADO                 *
005030*                    (CTRL-ULTIMA-DATA) CERTIFICADO PELO   *
005040*                    CLIFECHA OU LIBERADO PELO SUPERVISOR  *
005050*                    NO FECMNT, CONFORME O CLIFECCT        *
005060*                    (1157); SENAO ABORTA COM RC 16 E      *
005070*                    LINHA "ABORTADO" NO CLISTAT.          *
005080* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
005090*                    BYTES COM O TETO DE GARANTIA DO FGC   *
005100*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
005110* 2026-10-15 EBC     A FOTO DO CLIBKUP PASSA A LEVAR       *
005120*                    TAMBEM A DATA DE REATIVACAO, O        *
005130*                    NASCIMENTO E O RESPONSAVEL LEGAL, A   *
005140*                    PREFERENCIA DE ALERTA E AS MARCAS DE  *
005150*                    CONTATO DEVOLVIDO (LINHA DE 360       *
005160*                    BYTES).                               *
005170*----------------------------------------------------------*
005180 ENVIRONMENT             DIVISION.
005190 CONFIGURATION           SECTION.
005200 SPECIAL-NAMES.
005210     DECIMAL-POINT IS COMMA.
005220
005230 INPUT-OUTPUT            SECTION.
005240 FILE-CONTROL.
005250*----------------------------------------------------------*
005260* ARQUIVO MESTRE DE CLIENTES - ACESSO POR NUMERO DO CLIENTE*
005270*----------------------------------------------------------*
005280     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
005290         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005310         RECORD KEY IS CLI-ID
005320         FILE STATUS IS FS-CLIENTES-MASTER.
005330*----------------------------------------------------------*
005340* ARQUIVO DE PARAMETROS - TAXA DE JUROS DO DIA              *
005350*----------------------------------------------------------*
005360     SELECT PARAMETROS ASSIGN TO "CLIPARM"
005370         ORGANIZATION IS SEQUENTIAL
005380         FILE STATUS IS FS-PARAMETROS.
005390*----------------------------------------------------------*
005400* RELATORIO IMPRESSO DE CLIENTES (SAIDA SYSOUT)             *
005410*----------------------------------------------------------*
005420     SELECT RELATORIO ASSIGN TO "RELCLI"
005430         ORGANIZATION IS LINE SEQUENTIAL
005440         FILE STATUS IS FS-RELATORIO.
005450*----------------------------------------------------------*
005460* TRILHA DE AUDITORIA DAS ALTERACOES DE SALDO               *
005470*----------------------------------------------------------*
005480     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
005490         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-AUDITORIA.
005510*----------------------------------------------------------*
005520* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
005530* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
005540* LINHA DO CLIAUDIT                                        *
005550*----------------------------------------------------------*
005560     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
005570         ORGANIZATION IS INDEXED
005580         ACCESS MODE IS DYNAMIC
005590         RECORD KEY IS AUDK-CHAVE
005600         FILE STATUS IS FS-AUDK.
005610*----------------------------------------------------------*
005620* REGISTRO DE CONTROLE DA ULTIMA EXECUCAO DO LOTE           *
005630*----------------------------------------------------------*
005640     SELECT CONTROLE ASSIGN TO "CLICTRL"
005650         ORGANIZATION IS SEQUENTIAL
005660         FILE STATUS IS FS-CONTROLE.
005670*----------------------------------------------------------*
005680* CONTROLE DE FECHAMENTO DO DIA (CLIFECHA/FECMNT) - A DATA *
005690* NOVA SO E ACEITA COM O DIA ANTERIOR CERTIFICADO OU       *
005700* LIBERADO                                                 *
005710*----------------------------------------------------------*
005720     SELECT FECHAMENTO ASSIGN TO "CLIFECCT"
005730         ORGANIZATION IS SEQUENTIAL
005740         FILE STATUS IS FS-FECHAMENTO.
005750*----------------------------------------------------------*
005760* CHECKPOINT DE REINICIO DO LOTE                            *
005770*----------------------------------------------------------*
005780     SELECT CHECKPOINT ASSIGN TO "CLICKPT"
005790         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FS-CHECKPOINT.
005810*----------------------------------------------------------*
005820* RELATORIO DE EXCECOES - SALDOS FORA DA FAIXA ESPERADA     *
005830*----------------------------------------------------------*
005840     SELECT EXCECOES ASSIGN TO "RELEXC"
005850         ORGANIZATION IS LINE SEQUENTIAL
005860         FILE STATUS IS FS-EXCECOES.
005870*----------------------------------------------------------*
005880* REJEITOS DA CRITICA DE ENTRADA - REGISTRO COM CAMPO       *
005890* INVALIDO, NAO ATUALIZADO NESTA EXECUCAO                   *
005900*----------------------------------------------------------*
005910     SELECT REJEITOS ASSIGN TO "CLIREJ"
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS IS FS-REJEITOS.
005940*----------------------------------------------------------*
005950* ARQUIVO DE STATUS DE CONCLUSAO DO LOTE, PARA A ROTINA DE  *
005960* MONITORACAO ACOMPANHAR O JOB SEM PRECISAR LER O SYSOUT    *
005970*----------------------------------------------------------*
005980     SELECT NOTIFICACAO ASSIGN TO "CLISTAT"
005990         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FS-NOTIFICACAO.
006010*----------------------------------------------------------*
006020* ULTIMA TAXA CONHECIDA (PARA DETECTAR MUDANCA DE TAXA) E   *
006030* HISTORICO DE MUDANCA DE TAXA                              *
006040*----------------------------------------------------------*
006050     SELECT TAXA-ANTERIOR ASSIGN TO "CLITXULT"
006060         ORGANIZATION IS SEQUENTIAL
006070         FILE STATUS IS FS-TAXA-ANTERIOR.
006080     SELECT TAXA-HISTORICO ASSIGN TO "CLITXAH"
006090         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FS-TAXA-HISTORICO.
006110*----------------------------------------------------------*
006120* TAXAS DE CAMBIO DO DIA (USD E EUR PARA BRL), MANTIDAS AO *
006130* LADO DO CLIPARM, PARA A CONSOLIDACAO EM REAIS DO QUADRO  *
006140* DE TOTAIS                                                *
006150*----------------------------------------------------------*
006160     SELECT CAMBIO ASSIGN TO "CLIFXRT"
006170         ORGANIZATION IS LINE SEQUENTIAL
006180         FILE STATUS IS FS-CAMBIO.
006190*----------------------------------------------------------*
006200* INDICE DIARIO (TR/CDI) QUE DERIVA O FATOR DA POUPANCA    *
006210* QUANDO PARM-PCT-INDICE > 0                               *
006220*----------------------------------------------------------*
006230     SELECT INDICE ASSIGN TO "CLIINDX"
006240         ORGANIZATION IS LINE SEQUENTIAL
006250         FILE STATUS IS FS-INDICE.
006260*----------------------------------------------------------*
006270* CONTROLE E TOTAIS DAS PARTICOES POR AGENCIA, SOMADOS E   *
006280* FECHADOS PELO CLICONSO                                   *
006290*----------------------------------------------------------*
006300     SELECT PARTICOES ASSIGN TO "CLIPART"
006310         ORGANIZATION IS SEQUENTIAL
006320         FILE STATUS IS FS-PARTICOES.
006330*----------------------------------------------------------*
006340* CALENDARIO DE DIAS DE PROCESSAMENTO: UM REGISTRO POR     *
006350* DATA, COM O TIPO (U = DIA UTIL DE PROCESSAMENTO, F =     *
006360* FERIADO/NAO PROCESSA). DELE SAEM O NUMERO REAL DE        *
006370* EXECUCOES DO MES (DIVISOR DA PARCELA DIARIA) E A RECUSA  *
006380* DE RODAR EM DATA NAO PROGRAMADA.                         *
006390*----------------------------------------------------------*
006400     SELECT CALENDARIO ASSIGN TO "CLICALEN"
006410         ORGANIZATION IS LINE SEQUENTIAL
006420         FILE STATUS IS FS-CALENDARIO.
006430*----------------------------------------------------------*
006440* EXTRATO CONTABIL GERADO PELO PROPRIO LOTE: PARTIDAS      *
006450* DOBRADAS POR CLASSE DE LANCAMENTO, COM CABECALHO E       *
006460* TRAILER DE CONTROLE, PARA O RAZAO INGERIR DIRETO EM VEZ  *
006470* DA CONTABILIDADE REDIGITAR O QUADRO DE TOTAIS DO RELCLI  *
006480*----------------------------------------------------------*
006490     SELECT EXTRATO-GL ASSIGN TO "CLIGLEX"
006500         ORGANIZATION IS SEQUENTIAL
006510         FILE STATUS IS FS-EXTRATO-GL.
006520*----------------------------------------------------------*
006530* FILA DE RECICLAGEM DOS REJEITADOS: ALEM DO LISTAO DE     *
006540* SYSOUT (CLIREJ), CADA REJEITO DA CRITICA GANHA UM        *
006550* REGISTRO LEGIVEL POR MAQUINA COM DATA E MOTIVO, PARA O   *
006560* CLIRECYC REPROCESSAR O CLIENTE DEPOIS DO CONSERTO E      *
006570* POSTAR O JUROS DO DIA PERDIDO                            *
006580*----------------------------------------------------------*
006590     SELECT RECICLAGEM ASSIGN TO "CLIRCYC"
006600         ORGANIZATION IS LINE SEQUENTIAL
006610         FILE STATUS IS FS-RECICLAGEM.
006620*----------------------------------------------------------*
006630* CONTROLE DE GERACAO DO EXTRATO CLIEXTR                   *
006640*----------------------------------------------------------*
006650     SELECT GERACAO-EXTRATO ASSIGN TO "CLIEXGEN"
006660         ORGANIZATION IS SEQUENTIAL
006670         FILE STATUS IS FS-GERACAO-EXTRATO.
006680*----------------------------------------------------------*
006690* CONTROLE DE GERACAO DO EXTRATO CONTABIL CLIGLEX,         *
006700* CONFERIDO PELO CLIGLACK CONTRA O RETORNO DO RAZAO        *
006710*----------------------------------------------------------*
006720     SELECT GERACAO-GL ASSIGN TO "CLIGLGEN"
006730         ORGANIZATION IS SEQUENTIAL
006740         FILE STATUS IS FS-GERACAO-GL.
006750*----------------------------------------------------------*
006760* JORNAL DE REINICIO: UM REGISTRO POR CLIENTE JA POSTADO   *
006770* NA DATA DE EXECUCAO, PARA O REINICIO NAO POSTAR JUROS    *
006780* DUAS VEZES NOS CLIENTES ENTRE O ULTIMO CHECKPOINT E O    *
006790* PONTO DO TERMINO ANORMAL                                 *
006800*----------------------------------------------------------*
006810     SELECT JORNAL ASSIGN TO "CLIJRNL"
006820         ORGANIZATION IS LINE SEQUENTIAL
006830         FILE STATUS IS FS-JORNAL.
006840*----------------------------------------------------------*
006850* COPIA DE BACKUP DO MESTRE, GERADA ANTES DE CADA ATUALI-   *
006860* ZACAO DE SALDO (UMA GERACAO POR EXECUCAO REAL)            *
006870*----------------------------------------------------------*
006880     SELECT BACKUP-MESTRE ASSIGN TO "CLIBKUP"
006890         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-BACKUP-MESTRE.
006910*----------------------------------------------------------*
006920* EXTRATO EM FORMATO FIXO PARA O SISTEMA DE EXTRATOS LER    *
006930* UM REGISTRO POR CLIENTE ATUALIZADO NA EXECUCAO REAL       *
006940*----------------------------------------------------------*
006950     SELECT EXTRATO ASSIGN TO "CLIEXTR"
006960         ORGANIZATION IS SEQUENTIAL
006970         FILE STATUS IS FS-EXTRATO.
006980*----------------------------------------------------------*
006990* LIMITES DE CHEQUE ESPECIAL CONTRATADOS POR CONTA,        *
007000* MANTIDOS PELO LIMMNT - CONTA SEM REGISTRO SEGUE NO       *
007010* LIMITE PADRAO DO CLIPARM                                 *
007020*----------------------------------------------------------*
007030     SELECT LIMITES ASSIGN TO "CLILIMIT"
007040         ORGANIZATION IS INDEXED
007050         ACCESS MODE IS DYNAMIC
007060         RECORD KEY IS LIM-CLI-ID
007070         FILE STATUS IS FS-LIMITES.
007080*----------------------------------------------------------*
007090* TAXAS NEGOCIADAS POR CONTA, MANTIDAS PELO NEGMNT -       *
007100* VALEM NO LUGAR DO FATOR DO CLIPARM DENTRO DA JANELA      *
007110*----------------------------------------------------------*
007120     SELECT NEGOCIADAS ASSIGN TO "CLITXNEG"
007130         ORGANIZATION IS INDEXED
007140         ACCESS MODE IS DYNAMIC
007150         RECORD KEY IS NEG-CLI-ID
007160         FILE STATUS IS FS-NEGOCIADAS.
007170*----------------------------------------------------------*
007180* IOF DO CHEQUE ESPECIAL ACUMULADO POR CONTA, COBRADO NO   *
007190* MES SEGUINTE PELO CLIIOF                                 *
007200*----------------------------------------------------------*
007210     SELECT IOF-ACUMULADO ASSIGN TO "CLIIOFAC"
007220         ORGANIZATION IS INDEXED
007230         ACCESS MODE IS DYNAMIC
007240         RECORD KEY IS IOF-CLI-ID
007250         FILE STATUS IS FS-IOF-ACUMULADO.
007260
007270 DATA                    DIVISION.
007280 FILE                    SECTION.
007290 FD  CLIENTES-MASTER
007300     LABEL RECORD IS STANDARD.
007310     COPY CLIREG.
007320
007330 FD  PARAMETROS
007340     LABEL RECORD IS STANDARD.
007350 01  PARM-REGISTRO.
007360     05  PARM-FATOR-JUROS    PICTURE 9V99.
007370     05  PARM-FATOR-MULTA    PICTURE 9V99.
007380     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
007390     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
007400     05  PARM-FATOR-USD      PICTURE 9V99.
007410     05  PARM-FATOR-EUR      PICTURE 9V99.
007420     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
007430     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
007440     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
007450     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
007460     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
007470     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
007480     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
007490     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
007500     05  PARM-DIAS-CARTA     PICTURE 9(02).
007510     05  PARM-PCT-INDICE     PICTURE 9(03).
007520     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
007530     05  PARM-LIM-MOV-MES    PICTURE 9(10).
007540     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
007550     05  PARM-IOF-DIARIO     PICTURE V9(06).
007560     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
007570     05  PARM-CICLO-ALTO     PICTURE 9(02).
007580     05  PARM-CICLO-MEDIO    PICTURE 9(02).
007590     05  PARM-CICLO-BAIXO    PICTURE 9(02).
007600     05  PARM-CARENCIA-KYC   PICTURE 9(02).
007610     05  PARM-TETO-FGC       PICTURE 9(10).
007620
007630 FD  RELATORIO
007640     LABEL RECORD IS STANDARD.
007650 01  REL-LINHA               PICTURE X(132).
007660
007670 FD  AUDITORIA
007680     LABEL RECORD IS STANDARD.
007690 01  AUD-LINHA                PICTURE X(100).
007700
007710 FD  AUDITORIA-CHAVEADA
007720     LABEL RECORD IS STANDARD.
007730     COPY CLIAUKRG.
007740
007750 FD  CONTROLE
007760     LABEL RECORD IS STANDARD.
007770 01  CTRL-REGISTRO.
007780     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
007790     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
007800     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
007810
007820 FD  FECHAMENTO
007830     LABEL RECORD IS STANDARD.
007840     COPY CLIFECRG.
007850
007860 FD  CHECKPOINT
007870     LABEL RECORD IS STANDARD.
007880 01  CKPT-REGISTRO.
007890     05  CKPT-ULTIMO-ID        PICTURE 9(06).
007900
007910 FD  EXCECOES
007920     LABEL RECORD IS STANDARD.
007930 01  EXC-LINHA                 PICTURE X(132).
007940
007950 FD  REJEITOS
007960     LABEL RECORD IS STANDARD.
007970 01  REJ-LINHA                 PICTURE X(132).
007980
007990 FD  NOTIFICACAO
008000     LABEL RECORD IS STANDARD.
008010 01  STAT-LINHA                PICTURE X(80).
008020
008030 FD  TAXA-ANTERIOR
008040     LABEL RECORD IS STANDARD.
008050 01  TXULT-REGISTRO.
008060     05  TXULT-FATOR-JUROS    PICTURE 9V99.
008070     05  TXULT-FATOR-MULTA    PICTURE 9V99.
008080     05  TXULT-FATOR-PREMIUM  PICTURE 9V99.
008090     05  TXULT-FATOR-EMPRESA  PICTURE 9V99.
008100     05  TXULT-FATOR-USD      PICTURE 9V99.
008110     05  TXULT-FATOR-EUR      PICTURE 9V99.
008120
008130 FD  TAXA-HISTORICO
008140     LABEL RECORD IS STANDARD.
008150 01  TXAH-LINHA                PICTURE X(80).
008160
008170 FD  CAMBIO
008180     LABEL RECORD IS STANDARD.
008190 01  FX-REGISTRO.
008200     05  FX-DATA               PICTURE 9(08).
008210     05  FILLER                PICTURE X(01).
008220     05  FX-TAXA-USD           PICTURE 9(04)V9(04).
008230     05  FILLER                PICTURE X(01).
008240     05  FX-TAXA-EUR           PICTURE 9(04)V9(04).
008250
008260 FD  INDICE
008270     LABEL RECORD IS STANDARD.
008280 01  IDX-REGISTRO.
008290     05  IDX-DATA              PICTURE 9(08).
008300     05  FILLER                PICTURE X(01).
008310     05  IDX-TR                PICTURE 9V9(04).
008320     05  FILLER                PICTURE X(01).
008330     05  IDX-CDI               PICTURE 9V9(04).
008340
008350 FD  PARTICOES
008360     LABEL RECORD IS STANDARD.
008370 01  PART-REGISTRO.
008380     05  PART-DATA             PICTURE 9(08).
008390     05  PART-AGENCIA          PICTURE 9(04).
008400     05  PART-SITUACAO         PICTURE X(10).
008410     05  PART-LIDOS            PICTURE 9(06).
008420     05  PART-ATUALIZADOS      PICTURE 9(06).
008430     05  PART-REJEITADOS       PICTURE 9(06).
008440     05  PART-EXCECOES         PICTURE 9(06).
008450     05  PART-TOTAL-JUROS      PICTURE S9(12).
008460     05  PART-TOTAL-IRRF       PICTURE S9(12).
008470     05  PART-GL-JUROS-POUP    PICTURE S9(12).
008480     05  PART-GL-JUROS-PREM    PICTURE S9(12).
008490     05  PART-GL-JUROS-EMPR    PICTURE S9(12).
008500     05  PART-GL-JUROS-USD     PICTURE S9(12).
008510     05  PART-GL-JUROS-EUR     PICTURE S9(12).
008520     05  PART-GL-MULTA-BRL     PICTURE S9(12).
008530     05  PART-GL-MULTA-USD     PICTURE S9(12).
008540     05  PART-GL-MULTA-EUR     PICTURE S9(12).
008550     05  PART-EXT-QTD          PICTURE 9(06).
008560     05  PART-EXT-HASH         PICTURE S9(14).
008570
008580 FD  CALENDARIO
008590     LABEL RECORD IS STANDARD.
008600 01  CAL-REGISTRO.
008610     05  CAL-DATA              PICTURE 9(08).
008620     05  FILLER                PICTURE X(01).
008630     05  CAL-TIPO              PICTURE X(01).
008640         88  CAL-DIA-UTIL                     VALUE "U".
008650
008660 FD  EXTRATO-GL
008670     LABEL RECORD IS STANDARD.
008680 01  GLX-LINHA                 PICTURE X(80).
008690
008700 FD  JORNAL
008710     LABEL RECORD IS STANDARD.
008720 01  JRNL-REGISTRO.
008730     05  JRNL-DATA             PICTURE 9(08).
008740     05  FILLER                PICTURE X(01) VALUE SPACES.
008750     05  JRNL-ID               PICTURE 9(06).
008760
008770 FD  BACKUP-MESTRE
008780     LABEL RECORD IS STANDARD.
008790 01  BKP-LINHA                 PICTURE X(360).
008800
008810 FD  EXTRATO
008820     LABEL RECORD IS STANDARD.
008830 01  EXT-REGISTRO.
008840     05  EXT-TIPO               PICTURE X(01).
008850     05  EXT-DATA               PICTURE 9(08).
008860     05  EXT-ID                 PICTURE 9(06).
008870     05  EXT-NOME               PICTURE X(20).
008880     05  EXT-MOEDA               PICTURE X(03).
008890     05  EXT-SALDO-ANTERIOR     PICTURE S9(10).
008900     05  EXT-SALDO-NOVO         PICTURE S9(10).
008910     05  EXT-JUROS-APLICADO     PICTURE S9(10).
008920     05  FILLER                 PICTURE X(12) VALUE SPACES.
008930
008940 FD  LIMITES
008950     LABEL RECORD IS STANDARD.
008960     COPY CLILIMRG.
008970
008980 FD  NEGOCIADAS
008990     LABEL RECORD IS STANDARD.
009000     COPY CLINEGRG.
009010
009020 FD  IOF-ACUMULADO
009030     LABEL RECORD IS STANDARD.
009040     COPY CLIIOFRG.
009050
009060*----------------------------------------------------------*
009070* REGISTRO DE CONTROLE DA GERACAO DO EXTRATO (NUMERO DA    *
009080* ULTIMA GERACAO GRAVADA E A SUA DATA), CONFERIDO PELO     *
009090* CLIEXACK CONTRA O RETORNO DO SISTEMA DE EXTRATOS         *
009100*----------------------------------------------------------*
009110 FD  RECICLAGEM
009120     LABEL RECORD IS STANDARD.
009130 01  RCY-REGISTRO.
009140     05  RCY-DATA             PICTURE 9(08).
009150     05  FILLER               PICTURE X(01) VALUE SPACES.
009160     05  RCY-ID               PICTURE 9(06).
009170     05  FILLER               PICTURE X(01) VALUE SPACES.
009180     05  RCY-MOTIVO           PICTURE 9(02).
009190
009200 FD  GERACAO-EXTRATO
009210     LABEL RECORD IS STANDARD.
009220 01  GER-REGISTRO.
009230     05  GER-NUMERO           PICTURE 9(06).
009240     05  GER-DATA             PICTURE 9(08).
009250
009260 FD  GERACAO-GL
009270     LABEL RECORD IS STANDARD.
009280 01  GLG-REGISTRO.
009290     05  GLG-NUMERO           PICTURE 9(06).
009300     05  GLG-DATA             PICTURE 9(08).
009310
009320
009330 WORKING-STORAGE         SECTION.
009340 01  WRK-FLAGS.
009350     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
009360         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
009370     05  WRK-TIPO-EXECUCAO PICTURE X(01)    VALUE "M".
009380         88  TIPO-DIARIO                    VALUE "D".
009390         88  TIPO-MENSAL                    VALUE "M".
009400     05  WRK-MODO-EXECUCAO PICTURE X(01)    VALUE "R".
009410         88  MODO-REAL                      VALUE "R".
009420         88  MODO-SIMULACAO                 VALUE "S".
009430     05  WRK-MODO-PARTIDA  PICTURE X(01)    VALUE "N".
009440         88  PARTIDA-REINICIO               VALUE "R".
009450     05  WRK-GERAR-BACKUP  PICTURE X(01)    VALUE "N".
009460         88  GERAR-BACKUP                   VALUE "S".
009470     05  WRK-EXEC-PARTICAO PICTURE X(01)    VALUE "N".
009480         88  EXECUCAO-PARTICIONADA          VALUE "S".
009490     05  WRK-GRUPO-PART    PICTURE X(01)    VALUE "S".
009500         88  GRUPO-DA-PARTICAO              VALUE "S".
009510 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
009520 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
009530 01  FS-PARTICOES        PICTURE X(02)      VALUE "00".
009540 01  WRK-FLAGS-PARTICAO.
009550     05  WRK-FIM-PART    PICTURE X(01)      VALUE "N".
009560         88  FIM-ARQUIVO-PARTICOES          VALUE "S".
009570 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
009580 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
009590 01  FS-AUDK             PICTURE X(02)      VALUE "00".
009600 01  WRK-FLAGS-AUDK.
009610     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
009620         88  ARQUIVO-AUDK-OK                VALUE "S".
009630     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
009640         88  AUDK-GRAVADO                   VALUE "S".
009650 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
009660 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
009670 01  FS-FECHAMENTO       PICTURE X(02)      VALUE "00".
009680 01  WRK-FLAGS-FECHAMENTO.
009690     05  WRK-SIT-FECHAMENTO PICTURE X(01)   VALUE "N".
009700         88  DIA-ANTERIOR-CERTIFICADO       VALUE "C".
009710         88  DIA-ANTERIOR-LIBERADO          VALUE "L".
009720 01  FS-CHECKPOINT       PICTURE X(02)      VALUE "00".
009730 01  FS-EXCECOES         PICTURE X(02)      VALUE "00".
009740 01  FS-REJEITOS         PICTURE X(02)      VALUE "00".
009750 01  FS-NOTIFICACAO      PICTURE X(02)      VALUE "00".
009760 01  FS-TAXA-ANTERIOR    PICTURE X(02)      VALUE "00".
009770 01  FS-TAXA-HISTORICO   PICTURE X(02)      VALUE "00".
009780 01  FS-BACKUP-MESTRE    PICTURE X(02)      VALUE "00".
009790 01  FS-JORNAL           PICTURE X(02)      VALUE "00".
009800 01  FS-EXTRATO-GL       PICTURE X(02)      VALUE "00".
009810 01  FS-GERACAO-EXTRATO  PICTURE X(02)      VALUE "00".
009820 01  FS-GERACAO-GL       PICTURE X(02)      VALUE "00".
009830 77  WRK-GL-GERACAO      PICTURE 9(06)      VALUE ZEROS.
009840 01  FS-RECICLAGEM       PICTURE X(02)      VALUE "00".
009850 01  FS-CALENDARIO       PICTURE X(02)      VALUE "00".
009860 01  FS-CAMBIO           PICTURE X(02)      VALUE "00".
009870 01  FS-INDICE           PICTURE X(02)      VALUE "00".
009880 77  WRK-PCT-INDICE      PICTURE 9(03)      VALUE ZEROS.
009890 77  WRK-IDX-TR          PICTURE 9V9(04)    COMP VALUE ZEROS.
009900 77  WRK-DATA-INDICE     PICTURE 9(08)      VALUE ZEROS.
009910 01  FS-EXTRATO          PICTURE X(02)      VALUE "00".
009920 01  FS-LIMITES          PICTURE X(02)      VALUE "00".
009930 01  WRK-FLAGS-LIMITES.
009940     05  WRK-TEM-LIMITES PICTURE X(01)      VALUE "N".
009950         88  ARQUIVO-LIMITES-OK             VALUE "S".
009960 01  FS-NEGOCIADAS       PICTURE X(02)      VALUE "00".
009970 01  WRK-FLAGS-NEGOCIADAS.
009980     05  WRK-TEM-NEGOC   PICTURE X(01)      VALUE "N".
009990         88  ARQUIVO-NEGOC-OK               VALUE "S".
010000 01  FS-IOF-ACUMULADO    PICTURE X(02)      VALUE "00".
010010 01  WRK-FLAGS-IOF.
010020     05  WRK-TEM-IOF     PICTURE X(01)      VALUE "N".
010030         88  ARQUIVO-IOF-OK                 VALUE "S".
010040     05  WRK-IOF-NOVO    PICTURE X(01)      VALUE "N".
010050         88  IOF-REGISTRO-NOVO              VALUE "S".
010060 77  WRK-IOF-DIARIO      PICTURE V9(06)     VALUE ZEROS.
010070 77  WRK-IOF-ADICIONAL   PICTURE V9(04)     VALUE ZEROS.
010080 77  WRK-IOF-DEVEDOR     PICTURE 9(10)      COMP VALUE ZEROS.
010090 77  WRK-IOF-AUMENTO     PICTURE 9(10)      COMP VALUE ZEROS.
010100 77  WRK-CONT-IOF-DIAS   PICTURE 9(06)      COMP VALUE ZEROS.
010110 77  WRK-LIMITE-CLIENTE  PICTURE S9(10)     COMP VALUE ZEROS.
010120 77  WRK-SALDO-BASE      PICTURE S9(11)     COMP VALUE ZEROS.
010130 77  WRK-MOV-DIA-NUM     PICTURE S9(10)V99  COMP VALUE ZEROS.
010140 77  WRK-IDX-MDI         PICTURE 9(04)      COMP VALUE ZEROS.
010150 77  WRK-IDX-MDI-ACHADO  PICTURE 9(04)      COMP VALUE ZEROS.
010160 77  WRK-QTD-MDI         PICTURE 9(04)      COMP VALUE ZEROS.
010170 77  WRK-MAX-MDI         PICTURE 9(04)      COMP VALUE 5000.
010180 77  WRK-CLIENTE-MDI     PICTURE 9(06)      VALUE ZEROS.
010190 01  WRK-FLAGS-MOV-DIA.
010200     05  WRK-FIM-MOV-DIA PICTURE X(01)      VALUE "N".
010210         88  FIM-MOVIMENTOS-DIA             VALUE "S".
010220
010230*----------------------------------------------------------*
010240* LIQUIDO DOS MOVIMENTOS "M" DA DATA DE EXECUCAO, POR      *
010250* CLIENTE, LEVANTADO DO CLIAUDIT (1148): A BASE DO JUROS   *
010260* DO DIA E O SALDO CORRENTE MENOS ESTE LIQUIDO             *
010270*----------------------------------------------------------*
010280 01  TAB-MOV-DIA.
010290     05  TAB-MDI-ENTRADA         OCCURS 5000 TIMES.
010300         10  TAB-MDI-CLIENTE      PICTURE 9(06).
010310         10  TAB-MDI-VALOR        PICTURE S9(12) COMP.
010320 77  WRK-LIMITE-OVERDR   PICTURE S9(10)     COMP VALUE -500000.
010330 77  WRK-SALDO-MAXIMO    PICTURE 9(10)      COMP VALUE 999999999.
010340 77  WRK-CONT-EXCECOES   PICTURE 9(06)      COMP VALUE ZEROS.
010350 77  WRK-CONT-REJEITADOS PICTURE 9(06)      COMP VALUE ZEROS.
010360 01  WRK-CRITICA.
010370     05  WRK-CLIENTE-VALIDO  PICTURE X(01)  VALUE "S".
010380         88  CLIENTE-VALIDO                 VALUE "S".
010390         88  CLIENTE-INVALIDO               VALUE "N".
010400     05  WRK-COD-MOTIVO-REJ  PICTURE 9(02)  VALUE ZEROS.
010410     05  WRK-DOC-VALIDO      PICTURE X(01)  VALUE "S".
010420         88  DOCUMENTO-OK                   VALUE "S".
010430         88  DOCUMENTO-COM-ERRO             VALUE "N".
010440 77  WRK-CONT-CHECKPOINT PICTURE 9(04)      COMP VALUE ZEROS.
010450 77  WRK-CKPT-ID         PICTURE 9(06)      VALUE ZEROS.
010460 77  WRK-JRNL-ULTIMO-ID  PICTURE 9(06)      VALUE ZEROS.
010470 77  WRK-REINICIO-ID     PICTURE 9(06)      VALUE ZEROS.
010480 77  WRK-CONT-JA-POSTADOS PICTURE 9(06)     COMP VALUE ZEROS.
010490 77  WRK-CKPT-INTERVALO  PICTURE 9(04)      VALUE 0050.
010500 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
010510 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
010520 77  WRK-CLIENTE-ID       PICTURE 9(06)      VALUE ZEROS.
010530 77  WRK-SALDO-ED        PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
010540 77  WRK-FATOR-JUROS     PICTURE S9V99      VALUE 1,10.
010550 77  WRK-FATOR-MULTA     PICTURE S9V99      VALUE 1,15.
010560 77  WRK-FATOR-PREMIUM   PICTURE S9V99      VALUE 1,12.
010570 77  WRK-FATOR-EMPRESA   PICTURE S9V99      VALUE 1,08.
010580 77  WRK-FATOR-USD       PICTURE S9V99      VALUE 1,05.
010590 77  WRK-FATOR-EUR       PICTURE S9V99      VALUE 1,03.
010600 77  WRK-FATOR-APLICADO  PICTURE S9V99      VALUE ZEROS.
010610 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
010620 77  WRK-CONT-CLIENTES   PICTURE 9(06)      COMP VALUE ZEROS.
010630 77  WRK-TOTAL-SALDO     PICTURE S9(12)     COMP VALUE ZEROS.
010640 77  WRK-TOTAL-SALDO-ANT PICTURE S9(12)     COMP VALUE ZEROS.
010650 77  WRK-TOTAL-JUROS     PICTURE S9(12)     COMP VALUE ZEROS.
010660 77  WRK-JUROS-DIARIO    PICTURE S9(10)     COMP VALUE ZEROS.
010670 77  WRK-SIMBOLO-MOEDA   PICTURE X(03)      VALUE "R$ ".
010680 77  WRK-SIMBOLO-REGISTRO PICTURE X(03)     VALUE SPACES.
010690 77  WRK-TOTAL-SALDO-BRL PICTURE S9(12)     COMP VALUE ZEROS.
010700 77  WRK-TOTAL-SALDO-USD PICTURE S9(12)     COMP VALUE ZEROS.
010710 77  WRK-TOTAL-SALDO-EUR PICTURE S9(12)     COMP VALUE ZEROS.
010720 77  WRK-DIAS-PERIODO    PICTURE 9(02)      COMP VALUE 30.
010730 77  WRK-AAAAMM-EXEC     PICTURE 9(06)      VALUE ZEROS.
010740 77  WRK-DATA-CALC       PICTURE 9(08)      VALUE ZEROS.
010750 77  WRK-DIA-CALC        PICTURE 9(02)      COMP VALUE ZEROS.
010760 77  WRK-DIAS-CIVIS-CALC PICTURE 9(02)      COMP VALUE 31.
010770 77  WRK-ANO-CALC        PICTURE 9(04)      COMP VALUE ZEROS.
010780 77  WRK-MES-CALC        PICTURE 9(02)      COMP VALUE ZEROS.
010790 77  WRK-QUOCIENTE       PICTURE 9(04)      COMP VALUE ZEROS.
010800 77  WRK-RESTO-4         PICTURE 9(02)      COMP VALUE ZEROS.
010810 77  WRK-RESTO-100       PICTURE 9(02)      COMP VALUE ZEROS.
010820 77  WRK-RESTO-400       PICTURE 9(03)      COMP VALUE ZEROS.
010830 77  WRK-DIA-ABERTURA    PICTURE 9(02)      COMP VALUE ZEROS.
010840 77  WRK-DIA-ANIVERSARIO PICTURE 9(02)      COMP VALUE ZEROS.
010850 77  WRK-DATA-ANIVERS    PICTURE 9(08)      VALUE ZEROS.
010860 77  WRK-CONT-ANIVERS    PICTURE 9(06)      COMP VALUE ZEROS.
010870 77  WRK-IRRF-PREMIUM    PICTURE V9(04)     COMP VALUE ZEROS.
010880 77  WRK-IRRF-EMPRESA    PICTURE V9(04)     COMP VALUE ZEROS.
010890 77  WRK-IRRF-TAXA       PICTURE V9(04)     COMP VALUE ZEROS.
010900 77  WRK-IRRF-VALOR      PICTURE S9(10)     COMP VALUE ZEROS.
010910 77  WRK-TOTAL-IRRF      PICTURE S9(12)     COMP VALUE ZEROS.
010920 77  WRK-TOTAL-ANIVERS   PICTURE S9(12)     COMP VALUE ZEROS.
010930 77  WRK-TAXA-USD        PICTURE 9(04)V9(04) COMP VALUE ZEROS.
010940 77  WRK-TAXA-EUR        PICTURE 9(04)V9(04) COMP VALUE ZEROS.
010950 77  WRK-DATA-CAMBIO     PICTURE 9(08)      VALUE ZEROS.
010960 77  WRK-SALDO-USD-BRL   PICTURE S9(14)     COMP VALUE ZEROS.
010970 77  WRK-SALDO-EUR-BRL   PICTURE S9(14)     COMP VALUE ZEROS.
010980 77  WRK-TOTAL-CONSOL    PICTURE S9(14)     COMP VALUE ZEROS.
010990 77  WRK-DATA-ULT-CTRL   PICTURE 9(08)      VALUE ZEROS.
011000 77  WRK-DATA-PENDENTE   PICTURE 9(08)      VALUE ZEROS.
011010 77  WRK-DATA-LANC       PICTURE 9(08)      VALUE ZEROS.
011020 77  WRK-DIAS-CATCHUP    PICTURE 9(02)      COMP VALUE ZEROS.
011030 77  WRK-IDX-CATCH       PICTURE 9(02)      COMP VALUE ZEROS.
011040 77  WRK-MAX-CATCH       PICTURE 9(02)      COMP VALUE 31.
011050 77  WRK-TOTAL-CATCHUP   PICTURE S9(12)     COMP VALUE ZEROS.
011060 77  WRK-CLIENTE-RECONST PICTURE 9(06)      VALUE ZEROS.
011070 77  WRK-SALDO-ANT-REC   PICTURE S9(10)V99  COMP VALUE ZEROS.
011080 77  WRK-SALDO-NOVO-REC  PICTURE S9(10)V99  COMP VALUE ZEROS.
011090 77  WRK-JUROS-REC       PICTURE S9(10)V99  COMP VALUE ZEROS.
011100 01  WRK-FLAGS-RECONST.
011110     05  WRK-FIM-RECONST     PICTURE X(01)  VALUE "N".
011120         88  FIM-RECONSTRUCAO               VALUE "S".
011130     05  WRK-TEM-GRUPO-REC   PICTURE X(01)  VALUE "N".
011140         88  GRUPO-REC-EM-ABERTO            VALUE "S".
011150     05  WRK-MESTRE-RECONST  PICTURE X(01)  VALUE "S".
011160         88  MESTRE-RECONST-OK              VALUE "S".
011170     05  WRK-JRNL-LINHAS     PICTURE X(01)  VALUE "N".
011180         88  JORNAL-TEM-LINHA               VALUE "S".
011190 01  TAB-DATAS-CATCHUP.
011200     05  TAB-DATA-CATCH      PICTURE 9(08) OCCURS 31 TIMES.
011210 77  WRK-AAAAMM-CAL      PICTURE 9(06)      VALUE ZEROS.
011220 77  WRK-DIAS-UTEIS-MES  PICTURE 9(02)      COMP VALUE ZEROS.
011230 77  WRK-DIAS-PERIODO-EXEC PICTURE 9(02)    COMP VALUE 30.
011240 77  WRK-AAAAMM-BUSCA    PICTURE 9(06)      VALUE ZEROS.
011250 77  WRK-IDX-MU          PICTURE 9(02)      COMP VALUE ZEROS.
011260 77  WRK-IDX-MU-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
011270 77  WRK-QTD-MU          PICTURE 9(02)      COMP VALUE ZEROS.
011280 77  WRK-MAX-MU          PICTURE 9(02)      COMP VALUE 24.
011290
011300*----------------------------------------------------------*
011310* DIAS DE PROCESSAMENTO POR MES, LEVANTADOS NA LEITURA DO  *
011320* CALENDARIO: O CATCH-UP DIVIDE A PARCELA DE UM DIA        *
011330* PERDIDO PELOS DIAS DO MES DAQUELE DIA, NAO PELOS DO MES  *
011340* CORRENTE                                                 *
011350*----------------------------------------------------------*
011360 01  TAB-MESES-UTEIS.
011370     05  TAB-MU-ENTRADA          OCCURS 24 TIMES.
011380         10  TAB-MU-AAAAMM        PICTURE 9(06).
011390         10  TAB-MU-DIAS          PICTURE 9(02) COMP.
011400 77  WRK-TIPO-DIA-EXEC   PICTURE X(01)      VALUE SPACES.
011410 01  WRK-FLAGS-CALENDARIO.
011420     05  WRK-FIM-CALEND  PICTURE X(01)      VALUE "N".
011430         88  FIM-ARQUIVO-CALENDARIO         VALUE "S".
011440     05  WRK-TEM-CALEND  PICTURE X(01)      VALUE "N".
011450         88  CALENDARIO-CARREGADO           VALUE "S".
011460 77  WRK-AGENCIA-FILTRO  PICTURE 9(04)      VALUE ZEROS.
011470 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
011480 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
011490 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
011500 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 20.
011510 77  WRK-GL-JUROS-POUP   PICTURE S9(12)     COMP VALUE ZEROS.
011520 77  WRK-GL-JUROS-PREM   PICTURE S9(12)     COMP VALUE ZEROS.
011530 77  WRK-GL-JUROS-EMPR   PICTURE S9(12)     COMP VALUE ZEROS.
011540 77  WRK-GL-JUROS-USD    PICTURE S9(12)     COMP VALUE ZEROS.
011550 77  WRK-GL-JUROS-EUR    PICTURE S9(12)     COMP VALUE ZEROS.
011560 77  WRK-GL-MULTA-BRL    PICTURE S9(12)     COMP VALUE ZEROS.
011570 77  WRK-GL-MULTA-USD    PICTURE S9(12)     COMP VALUE ZEROS.
011580 77  WRK-GL-MULTA-EUR    PICTURE S9(12)     COMP VALUE ZEROS.
011590 77  WRK-GL-VALOR        PICTURE S9(12)     COMP VALUE ZEROS.
011600 77  WRK-GL-CONTA-DEBITO PICTURE 9(08)      VALUE ZEROS.
011610 77  WRK-GL-CONTA-CREDITO PICTURE 9(08)     VALUE ZEROS.
011620 77  WRK-GL-DESCRICAO    PICTURE X(20)      VALUE SPACES.
011630 77  WRK-GL-MOEDA        PICTURE X(03)      VALUE SPACES.
011640 77  WRK-GL-QTD-PARTIDAS PICTURE 9(06)      COMP VALUE ZEROS.
011650 77  WRK-EXT-GERACAO     PICTURE 9(06)      VALUE ZEROS.
011660 77  WRK-EXT-QTD         PICTURE 9(06)      COMP VALUE ZEROS.
011670 77  WRK-EXT-HASH        PICTURE S9(14)     COMP VALUE ZEROS.
011680 77  WRK-GL-HASH-TOTAL   PICTURE 9(14)V99   COMP VALUE ZEROS.
011690
011700*----------------------------------------------------------*
011710* LINHAS DO RELATORIO IMPRESSO                              *
011720*----------------------------------------------------------*
011730 01  REL-CABECALHO-1.
011740     05  REL-CAB-TITULO      PICTURE X(40).
011750     05  FILLER              PICTURE X(92) VALUE SPACES.
011760 01  REL-CABECALHO-2.
011770     05  FILLER              PICTURE X(08) VALUE "CLIENTE ".
011780     05  FILLER              PICTURE X(22) VALUE "NOME".
011790     05  FILLER              PICTURE X(20)
011800             VALUE "SALDO ATUALIZADO".
011810     05  FILLER              PICTURE X(20)
011820             VALUE "  BASE DO DIA".
011830     05  FILLER              PICTURE X(62)
011840             VALUE SPACES.
011850 01  REL-DETALHE.
011860     05  REL-DET-ID          PICTURE 9(06).
011870     05  FILLER              PICTURE X(02) VALUE SPACES.
011880     05  REL-DET-NOME        PICTURE X(20).
011890     05  FILLER              PICTURE X(02) VALUE SPACES.
011900     05  REL-DET-MOEDA       PICTURE X(03).
011910     05  REL-DET-SALDO       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
011920     05  FILLER              PICTURE X(02) VALUE SPACES.
011930     05  REL-DET-BASE        PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
011940     05  FILLER              PICTURE X(57) VALUE SPACES.
011950 01  REL-TIT-CONTROLE.
011960     05  FILLER              PICTURE X(30)
011970             VALUE "QUADRO DE TOTAIS DE CONTROLE".
011980     05  FILLER              PICTURE X(102) VALUE SPACES.
011990 01  REL-RODAPE.
012000     05  REL-ROD-ROTULO      PICTURE X(30).
012010     05  REL-ROD-MOEDA       PICTURE X(03).
012020     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
012030     05  FILLER              PICTURE X(79) VALUE SPACES.
012040
012050*----------------------------------------------------------*
012060* TOTAIS POR AGENCIA PARA O QUADRO DE CONTROLE DO RELCLI   *
012070*----------------------------------------------------------*
012080 01  TAB-AGENCIAS.
012090     05  TAB-AG-ENTRADA          OCCURS 20 TIMES.
012100         10  TAB-AG-CODIGO        PICTURE 9(04).
012110         10  TAB-AG-CLIENTES      PICTURE 9(06)  COMP.
012120         10  TAB-AG-SALDO         PICTURE S9(12) COMP.
012130         10  TAB-AG-JUROS         PICTURE S9(12) COMP.
012140 01  REL-LINHA-AGENCIA.
012150     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
012160     05  REL-AG-CODIGO       PICTURE 9(04).
012170     05  FILLER              PICTURE X(10) VALUE "  CLIENTES".
012180     05  REL-AG-CLIENTES     PICTURE Z.ZZZ.ZZ9.
012190     05  FILLER              PICTURE X(07) VALUE "  SALDO".
012200     05  REL-AG-SALDO        PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
012210     05  FILLER              PICTURE X(07) VALUE "  JUROS".
012220     05  REL-AG-JUROS        PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
012230     05  FILLER              PICTURE X(60) VALUE SPACES.
012240
012250*----------------------------------------------------------*
012260* CABECALHO E TRAILER DE CONTROLE DO EXTRATO CLIEXTR       *
012270*----------------------------------------------------------*
012280 01  EXTC-CABECALHO.
012290     05  EXTC-CAB-TIPO       PICTURE X(01) VALUE "H".
012300     05  EXTC-CAB-DATA       PICTURE 9(08).
012310     05  EXTC-CAB-GERACAO    PICTURE 9(06).
012320     05  FILLER              PICTURE X(65) VALUE SPACES.
012330 01  EXTC-TRAILER.
012340     05  EXTC-TRL-TIPO       PICTURE X(01) VALUE "T".
012350     05  EXTC-TRL-QTD        PICTURE 9(06).
012360     05  EXTC-TRL-HASH       PICTURE S9(14).
012370     05  FILLER              PICTURE X(59) VALUE SPACES.
012380
012390*----------------------------------------------------------*
012400* LINHAS DO EXTRATO CONTABIL CLIGLEX                       *
012410*----------------------------------------------------------*
012420 01  GLX-CABECALHO.
012430     05  GLX-CAB-TIPO        PICTURE X(01) VALUE "H".
012440     05  GLX-CAB-DATA        PICTURE 9(08).
012450     05  GLX-CAB-ORIGEM      PICTURE X(20)
012460             VALUE "JUROS CLIENTES".
012470     05  GLX-CAB-GERACAO     PICTURE 9(06).
012480     05  FILLER              PICTURE X(45) VALUE SPACES.
012490 01  GLX-DETALHE.
012500     05  GLX-DET-TIPO        PICTURE X(01) VALUE "D".
012510     05  GLX-DET-NATUREZA    PICTURE X(01).
012520     05  GLX-DET-CONTA       PICTURE 9(08).
012530     05  GLX-DET-DESCRICAO   PICTURE X(20).
012540     05  GLX-DET-MOEDA       PICTURE X(03).
012550     05  GLX-DET-VALOR       PICTURE S9(13)V99.
012560     05  FILLER              PICTURE X(32) VALUE SPACES.
012570 01  GLX-TRAILER.
012580     05  GLX-TRL-TIPO        PICTURE X(01) VALUE "T".
012590     05  GLX-TRL-QTD         PICTURE 9(06).
012600     05  GLX-TRL-HASH        PICTURE 9(14)V99.
012610     05  FILLER              PICTURE X(57) VALUE SPACES.
012620
012630*----------------------------------------------------------*
012640* LINHA DA TRILHA DE AUDITORIA                              *
012650*----------------------------------------------------------*
012660     COPY CLIAUDRG.
012670
012680*----------------------------------------------------------*
012690* LINHAS DO RELATORIO DE EXCECOES                            *
012700*----------------------------------------------------------*
012710 01  EXC-CABECALHO.
012720     05  FILLER              PICTURE X(46)
012730             VALUE "RELATORIO DE EXCECOES - SALDOS FORA DA FAIXA".
012740     05  FILLER              PICTURE X(86) VALUE SPACES.
012750 01  EXC-DETALHE.
012760     05  EXC-DET-ID          PICTURE 9(06).
012770     05  FILLER              PICTURE X(02) VALUE SPACES.
012780     05  EXC-DET-NOME        PICTURE X(20).
012790     05  FILLER              PICTURE X(02) VALUE SPACES.
012800     05  EXC-DET-MOEDA       PICTURE X(03).
012810     05  EXC-DET-SALDO       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
012820     05  FILLER              PICTURE X(02) VALUE SPACES.
012830     05  EXC-DET-MOTIVO      PICTURE X(30).
012840     05  FILLER              PICTURE X(45) VALUE SPACES.
012850
012860*----------------------------------------------------------*
012870* LINHAS DO RELATORIO DE REJEITOS DA CRITICA DE ENTRADA      *
012880*----------------------------------------------------------*
012890 01  REJ-CABECALHO.
012900     05  FILLER              PICTURE X(44)
012910             VALUE "RELATORIO DE REJEITOS - CRITICA DE ENTRADA".
012920     05  FILLER              PICTURE X(88) VALUE SPACES.
012930 01  REJ-DETALHE.
012940     05  REJ-DET-ID          PICTURE 9(06).
012950     05  FILLER              PICTURE X(02) VALUE SPACES.
012960     05  REJ-DET-NOME        PICTURE X(20).
012970     05  FILLER              PICTURE X(02) VALUE SPACES.
012980     05  REJ-DET-CODIGO      PICTURE 9(02).
012990     05  FILLER              PICTURE X(02) VALUE SPACES.
013000     05  REJ-DET-MOTIVO      PICTURE X(30).
013010     05  FILLER              PICTURE X(68) VALUE SPACES.
013020
013030*----------------------------------------------------------*
013040* LINHA DE STATUS DE CONCLUSAO DO LOTE (CLISTAT)             *
013050*----------------------------------------------------------*
013060     COPY CLISTREG.
013070
013080*----------------------------------------------------------*
013090* LINHA DO HISTORICO DE MUDANCA DE TAXA (CLITXAH)            *
013100*----------------------------------------------------------*
013110 01  TXAH-REGISTRO.
013120     05  TXAH-DATA            PICTURE 9(08).
013130     05  FILLER               PICTURE X(01) VALUE SPACES.
013140     05  TXAH-NOME-TAXA       PICTURE X(20).
013150     05  FILLER               PICTURE X(01) VALUE SPACES.
013160     05  FILLER               PICTURE X(04) VALUE "DE: ".
013170     05  TXAH-VALOR-ANTERIOR  PICTURE 9V99.
013180     05  FILLER               PICTURE X(01) VALUE SPACES.
013190     05  FILLER               PICTURE X(05) VALUE "PARA:".
013200     05  TXAH-VALOR-NOVO      PICTURE 9V99.
013210     05  FILLER               PICTURE X(36) VALUE SPACES.
013220
013230*----------------------------------------------------------*
013240* LINHA DA COPIA DE BACKUP DO MESTRE (CLIBKUP)               *
013250*----------------------------------------------------------*
013260     COPY CLIBKREG.
013270
013280 LINKAGE                 SECTION.
013290 01  LK-PARM-EXECUCAO.
013300     05  LK-PARM-MODO        PICTURE X(08).
013310     05  LK-PARM-AGENCIA     PICTURE X(04).
013320     05  LK-PARM-DATA-PROC   PICTURE X(08).
013330
013340 PROCEDURE               DIVISION USING LK-PARM-EXECUCAO.
013350*----------------------------------------------------------*
013360* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA    *
013370*----------------------------------------------------------*
013380 0000-MAINLINE.
013390     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
013400     PERFORM 2000-PROCESSAR-CLIENTES
013410             THRU 2000-PROCESSAR-CLIENTES-EXIT
013420             UNTIL FIM-ARQUIVO-CLIENTES.
013430     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
013440     GO TO 9999-EXIT.
013450
013460*----------------------------------------------------------*
013470* 1000-INICIALIZAR - ABRE O ARQUIVO MESTRE E LE O 1o REG.   *
013480*----------------------------------------------------------*
013490 1000-INICIALIZAR.
013500     OPEN I-O CLIENTES-MASTER.
013510     IF FS-CLIENTES-MASTER NOT = "00"
013520         DISPLAY "CLIENTES: ERRO AO ABRIR CLIMSTR - STATUS "
013530                 FS-CLIENTES-MASTER
013540         MOVE 16 TO RETURN-CODE
013550         GO TO 9999-EXIT
013560     END-IF.
013570     IF LK-PARM-MODO = "SIMULAR"
013580         SET MODO-SIMULACAO TO TRUE
013590     END-IF.
013600     IF LK-PARM-MODO = "RESTART"
013610         SET PARTIDA-REINICIO TO TRUE
013620     END-IF.
013630     IF LK-PARM-MODO = "PARTICAO"
013640         SET EXECUCAO-PARTICIONADA TO TRUE
013650     END-IF.
013660     IF LK-PARM-MODO = "RESTPART"
013670         SET EXECUCAO-PARTICIONADA TO TRUE
013680         SET PARTIDA-REINICIO TO TRUE
013690     END-IF.
013700     IF LK-PARM-AGENCIA IS NUMERIC
013710             AND LK-PARM-AGENCIA NOT = "0000"
013720         IF MODO-REAL AND NOT EXECUCAO-PARTICIONADA
013730*            UMA EXECUCAO REAL FILTRADA GRAVARIA O CLICTRL
013740*            COMO SE A CASA INTEIRA TIVESSE RODADO E AS
013750*            DEMAIS AGENCIAS PERDERIAM O DIA; O FILTRO SO
013760*            VALE COM PARM SIMULAR OU NA EXECUCAO
013770*            PARTICIONADA, QUE TEM CONTROLE PROPRIO
013780*            (CLIPART) E SO FECHA O CLICTRL NO CLICONSO.
013790             DISPLAY "CLIENTES: FILTRO DE AGENCIA SO E "
013800                     "ACEITO COM PARM SIMULAR OU PARTICAO - "
013810                     "ABORTANDO"
013820             CLOSE CLIENTES-MASTER
013830             MOVE 16 TO RETURN-CODE
013840             GO TO 9999-EXIT
013850         END-IF
013860         MOVE LK-PARM-AGENCIA TO WRK-AGENCIA-FILTRO
013870         DISPLAY "CLIENTES: EXECUCAO LIMITADA A AGENCIA "
013880                 WRK-AGENCIA-FILTRO
013890     END-IF.
013900     IF EXECUCAO-PARTICIONADA
013910             AND WRK-AGENCIA-FILTRO = ZEROS
013920         DISPLAY "CLIENTES: PARM PARTICAO EXIGE A AGENCIA "
013930                 "NAS COLS 9-12 - ABORTANDO"
013940         CLOSE CLIENTES-MASTER
013950         MOVE 16 TO RETURN-CODE
013960         GO TO 9999-EXIT
013970     END-IF.
013980     PERFORM 1100-LER-PARAMETROS   THRU 1100-LER-PARAMETROS-EXIT.
013990     OPEN INPUT LIMITES.
014000     IF FS-LIMITES = "00"
014010         SET ARQUIVO-LIMITES-OK TO TRUE
014020     ELSE
014030         DISPLAY "CLIENTES: CLILIMIT INDISPONIVEL - STATUS "
014040                 FS-LIMITES " - VALE O LIMITE DO CLIPARM"
014050     END-IF.
014060     OPEN INPUT NEGOCIADAS.
014070     IF FS-NEGOCIADAS = "00"
014080         SET ARQUIVO-NEGOC-OK TO TRUE
014090     ELSE
014100         DISPLAY "CLIENTES: CLITXNEG INDISPONIVEL - STATUS "
014110                 FS-NEGOCIADAS " - VALEM AS TAXAS DO CLIPARM"
014120     END-IF.
014130     IF MODO-REAL
014140         OPEN I-O IOF-ACUMULADO
014150         IF FS-IOF-ACUMULADO = "00" OR FS-IOF-ACUMULADO = "05"
014160             SET ARQUIVO-IOF-OK TO TRUE
014170         ELSE
014180             DISPLAY "CLIENTES: CLIIOFAC INDISPONIVEL - "
014190                     "STATUS " FS-IOF-ACUMULADO
014200                     " - IOF DO DIA NAO ACUMULADO"
014210         END-IF
014220     END-IF.
014230     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
014240     IF LK-PARM-DATA-PROC IS NUMERIC
014250             AND LK-PARM-DATA-PROC NOT = "00000000"
014260         MOVE LK-PARM-DATA-PROC TO WRK-DATA-EXECUCAO
014270         DISPLAY "CLIENTES: DATA DE PROCESSAMENTO INFORMADA "
014280                 "NO PARM: " WRK-DATA-EXECUCAO
014290     END-IF.
014300     PERFORM 1150-VERIFICAR-DATA-EXECUCAO
014310             THRU 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
014320     IF MODO-REAL
014330         PERFORM 1157-VERIFICAR-FECHAMENTO
014340                 THRU 1157-VERIFICAR-FECHAMENTO-EXIT
014350     END-IF.
014360     IF EXECUCAO-PARTICIONADA AND NOT PARTIDA-REINICIO
014370         PERFORM 1155-VERIFICAR-PARTICAO
014380                 THRU 1155-VERIFICAR-PARTICAO-EXIT
014390     END-IF.
014400     PERFORM 1130-LER-CALENDARIO
014410             THRU 1130-LER-CALENDARIO-EXIT.
014420     PERFORM 1140-LER-CAMBIO THRU 1140-LER-CAMBIO-EXIT.
014430     PERFORM 1142-LER-INDICE THRU 1142-LER-INDICE-EXIT.
014440*    COM AS CRITICAS DE PARTIDA VENCIDAS, O LOTE MARCA NO
014450*    CLICTRL QUE O MESTRE ESTA EM PROCESSAMENTO - O CLIMAINT
014460*    RECUSA ATUALIZACAO ENQUANTO A MARCA ESTIVER DE PE.
014470     IF MODO-REAL
014480         PERFORM 1160-MARCAR-EM-PROCESSAMENTO
014490                 THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT
014500     END-IF.
014510     IF MODO-REAL
014520         PERFORM 1120-REGISTRAR-HISTORICO-TAXAS
014530                 THRU 1120-REGISTRAR-HISTORICO-TAXAS-EXIT
014540     END-IF.
014550*    A FOTO DO MESTRE SAI NA MESMA PASSADA DO PROCESSAMENTO
014560*    (VIDE 2100/1165); AQUI SO SE ABRE A GERACAO. NUM
014570*    REINICIO A GERACAO DA EXECUCAO ORIGINAL E REABERTA EM
014580*    EXTEND: AS IMAGENS JA GRAVADAS SAO PRESERVADAS E OS
014590*    REGISTROS QUE O REINICIO AINDA VAI PROCESSAR ENTRAM NA
014600*    MESMA GERACAO COM A SUA IMAGEM PRE-ATUALIZACAO - SEM
014610*    ISSO A FOTO DO DIA TERMINAVA PELA METADE APOS UM ABEND.
014620     IF MODO-REAL
014630         IF NOT PARTIDA-REINICIO
014640             OPEN OUTPUT BACKUP-MESTRE
014650         ELSE
014660             OPEN EXTEND BACKUP-MESTRE
014670         END-IF
014680         IF FS-BACKUP-MESTRE = "00"
014690             SET GERAR-BACKUP TO TRUE
014700         ELSE
014710             DISPLAY "CLIENTES: ERRO AO ABRIR CLIBKUP - "
014720                     "STATUS " FS-BACKUP-MESTRE
014730         END-IF
014740     END-IF.
014750     OPEN OUTPUT RELATORIO.
014760     OPEN OUTPUT EXCECOES.
014770     OPEN OUTPUT REJEITOS.
014780*    A PARTICAO GRAVA SO OS DETALHES DO EXTRATO: O
014790*    CABECALHO, O TRAILER E O AVANCO DO CLIEXGEN SAO DO
014800*    CONSOLIDADOR CLICONSO.
014810     IF MODO-REAL
014820         IF EXECUCAO-PARTICIONADA
014830             OPEN OUTPUT EXTRATO
014840         ELSE
014850             PERFORM 1190-AVANCAR-GERACAO-EXTRATO
014860                     THRU 1190-AVANCAR-GERACAO-EXTRATO-EXIT
014870             OPEN OUTPUT EXTRATO
014880             MOVE WRK-DATA-EXECUCAO TO EXTC-CAB-DATA
014890             MOVE WRK-EXT-GERACAO   TO EXTC-CAB-GERACAO
014900             WRITE EXT-REGISTRO FROM EXTC-CABECALHO
014910         END-IF
014920     END-IF.
014930     WRITE REJ-LINHA FROM REJ-CABECALHO AFTER ADVANCING PAGE.
014940     WRITE EXC-LINHA FROM EXC-CABECALHO AFTER ADVANCING PAGE.
014950     IF WRK-DATA-CAMBIO NOT = ZEROS
014960             AND WRK-DATA-CAMBIO < WRK-DATA-EXECUCAO
014970         MOVE SPACES TO EXC-LINHA
014980         STRING "*** TAXA DE CAMBIO DE " WRK-DATA-CAMBIO
014990                 " DESATUALIZADA PARA " WRK-DATA-EXECUCAO
015000                 " ***" DELIMITED BY SIZE INTO EXC-LINHA
015010         WRITE EXC-LINHA AFTER ADVANCING 1 LINE
015020         ADD 1 TO WRK-CONT-EXCECOES
015030     END-IF.
015040     IF TIPO-DIARIO
015050         MOVE "RELATORIO DE CLIENTES - JUROS DIARIOS (ACUMULO)"
015060                 TO REL-CAB-TITULO
015070     ELSE
015080         MOVE "RELATORIO DE CLIENTES - FECHAMENTO MENSAL"
015090                 TO REL-CAB-TITULO
015100     END-IF.
015110     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
015120     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 2 LINES.
015130     IF MODO-SIMULACAO
015140         MOVE "*** EXECUCAO DE SIMULACAO - NADA E GRAVADO ***"
015150                 TO REL-LINHA
015160         WRITE REL-LINHA AFTER ADVANCING 1 LINE
015170     END-IF.
015180*    NO REINICIO, 1175 CONFERE O JORNAL (INCLUSIVE A DATA),
015190*    RECONSTROI O EXTRATO E AS CLASSES CONTABEIS (1178) E SO
015200*    ENTAO POSICIONA O MESTRE - SEM A RECONSTRUCAO O CLIEXTR
015210*    E O CLIGLEX SAIRIAM SO COM OS CLIENTES POSTERIORES A
015220*    RETOMADA, COM TRAILER ATESTANDO ARQUIVO COMPLETO.
015230     IF PARTIDA-REINICIO
015240         PERFORM 1175-RESTAURAR-CHECKPOINT
015250                 THRU 1175-RESTAURAR-CHECKPOINT-EXIT
015260     END-IF.
015270*    ANTES DE ABRIR A AUDITORIA EM EXTEND, LEVANTA O LIQUIDO
015280*    DOS MOVIMENTOS "M" DA DATA - A BASE DO JUROS DO DIA.
015290     PERFORM 1148-LEVANTAR-MOVIMENTOS-DIA
015300             THRU 1148-LEVANTAR-MOVIMENTOS-DIA-EXIT.
015310*    A AUDITORIA E O JORNAL SO PODEM SER ABERTOS EM EXTEND
015320*    DEPOIS DE 1178/1175 OS TEREM LIDO NO REINICIO.
015330     OPEN EXTEND AUDITORIA.
015340     OPEN I-O AUDITORIA-CHAVEADA.
015350     IF FS-AUDK = "00" OR FS-AUDK = "05"
015360         SET ARQUIVO-AUDK-OK TO TRUE
015370     ELSE
015380         DISPLAY "CLIENTES: CLIAUDK INDISPONIVEL - STATUS "
015390                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
015400                 "CLIAUDKL)"
015410     END-IF.
015420     IF MODO-REAL
015430         OPEN EXTEND JORNAL
015440         OPEN EXTEND RECICLAGEM
015450     END-IF.
015460     PERFORM 2100-LER-PROXIMO-CLIENTE
015470             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
015480 1000-INICIALIZAR-EXIT.
015490     EXIT.
015500
015510*----------------------------------------------------------*
015520* 1148-LEVANTAR-MOVIMENTOS-DIA - LE O CLIAUDIT E SOMA, POR *
015530*                  CLIENTE, O LIQUIDO (COM SINAL) DAS      *
015540*                  LINHAS DE ORIGEM "M" DA DATA DE         *
015550*                  EXECUCAO - OS MOVIMENTOS QUE O CLIMOVTO *
015560*                  JA POSTOU ANTES DESTE LOTE. SEM LINHAS  *
015570*                  DA DATA, A BASE DO DIA E O PROPRIO      *
015580*                  SALDO.                                  *
015590*----------------------------------------------------------*
015600 1148-LEVANTAR-MOVIMENTOS-DIA.
015610     OPEN INPUT AUDITORIA.
015620     IF FS-AUDITORIA NOT = "00"
015630         DISPLAY "CLIENTES: CLIAUDIT INDISPONIVEL NO LEVANTE "
015640                 "DOS MOVIMENTOS DO DIA - STATUS " FS-AUDITORIA
015650         MOVE "00" TO FS-AUDITORIA
015660         GO TO 1148-LEVANTAR-MOVIMENTOS-DIA-EXIT
015670     END-IF.
015680     MOVE "N" TO WRK-FIM-MOV-DIA.
015690     PERFORM 1149-LER-MOVIMENTO-DIA
015700             THRU 1149-LER-MOVIMENTO-DIA-EXIT
015710             UNTIL FIM-MOVIMENTOS-DIA.
015720     CLOSE AUDITORIA.
015730 1148-LEVANTAR-MOVIMENTOS-DIA-EXIT.
015740     EXIT.
015750
015760*----------------------------------------------------------*
015770* 1149-LER-MOVIMENTO-DIA - TRATA UMA LINHA DO CLIAUDIT NO  *
015780*                  LEVANTE DOS MOVIMENTOS DA DATA          *
015790*----------------------------------------------------------*
015800 1149-LER-MOVIMENTO-DIA.
015810     READ AUDITORIA
015820         AT END
015830             SET FIM-MOVIMENTOS-DIA TO TRUE
015840             GO TO 1149-LER-MOVIMENTO-DIA-EXIT
015850     END-READ.
015860     MOVE AUD-LINHA TO AUD-REGISTRO.
015870     IF AUD-ORIGEM NOT = "M"
015880             OR AUD-DATA NOT = WRK-DATA-EXECUCAO
015890         GO TO 1149-LER-MOVIMENTO-DIA-EXIT
015900     END-IF.
015910     MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-MDI.
015920     MOVE ZEROS TO WRK-IDX-MDI-ACHADO.
015930     PERFORM 1151-PROCURAR-MOV-DIA
015940             THRU 1151-PROCURAR-MOV-DIA-EXIT
015950             VARYING WRK-IDX-MDI FROM 1 BY 1
015960             UNTIL WRK-IDX-MDI > WRK-QTD-MDI.
015970     IF WRK-IDX-MDI-ACHADO = ZEROS
015980         IF WRK-QTD-MDI >= WRK-MAX-MDI
015990             DISPLAY "CLIENTES: TABELA DE MOVIMENTOS DO DIA "
016000                     "CHEIA - CLIENTE " WRK-CLIENTE-MDI
016010                     " FICA COM A BASE NO SALDO CORRENTE"
016020             GO TO 1149-LER-MOVIMENTO-DIA-EXIT
016030         END-IF
016040         ADD 1 TO WRK-QTD-MDI
016050         MOVE WRK-QTD-MDI TO WRK-IDX-MDI-ACHADO
016060         MOVE WRK-CLIENTE-MDI
016070                 TO TAB-MDI-CLIENTE (WRK-IDX-MDI-ACHADO)
016080         MOVE ZEROS TO TAB-MDI-VALOR (WRK-IDX-MDI-ACHADO)
016090     END-IF.
016100     MOVE AUD-JUROS-DIA TO WRK-MOV-DIA-NUM.
016110     ADD WRK-MOV-DIA-NUM TO TAB-MDI-VALOR (WRK-IDX-MDI-ACHADO).
016120 1149-LER-MOVIMENTO-DIA-EXIT.
016130     EXIT.
016140
016150*----------------------------------------------------------*
016160* 1151-PROCURAR-MOV-DIA - CONFERE UMA ENTRADA DA TABELA DE *
016170*                  MOVIMENTOS DO DIA                       *
016180*----------------------------------------------------------*
016190 1151-PROCURAR-MOV-DIA.
016200     IF WRK-IDX-MDI-ACHADO = ZEROS
016210             AND TAB-MDI-CLIENTE (WRK-IDX-MDI)
016220             = WRK-CLIENTE-MDI
016230         MOVE WRK-IDX-MDI TO WRK-IDX-MDI-ACHADO
016240     END-IF.
016250 1151-PROCURAR-MOV-DIA-EXIT.
016260     EXIT.
016270
016280*----------------------------------------------------------*
016290* 1178-RECONSTRUIR-SAIDAS - NO REINICIO, REMONTA O EXTRATO *
016300*                  CLIEXTR E AS CLASSES CONTABEIS DO       *
016310*                  CLIGLEX COM O QUE A EXECUCAO ABORTADA   *
016320*                  JA POSTOU: LE AS LINHAS DE AUDITORIA DE *
016330*                  ORIGEM "J" DA JANELA DO LOTE (APOS O    *
016340*                  LOTE ANTERIOR, ATE A DATA CORRENTE),    *
016350*                  QUEBRANDO POR CLIENTE - CADA LINHA      *
016360*                  ENTRA NA SUA CLASSE CONTABIL (2068) E A *
016370*                  ULTIMA LINHA DO CLIENTE (A PARCELA DO   *
016380*                  PROPRIO DIA) VIRA O SEU DETALHE NO      *
016390*                  EXTRATO, COMO 2067 TERIA GRAVADO. O     *
016400*                  NOME E A MOEDA VEM DO MESTRE, LIDO PELA *
016410*                  CHAVE.                                  *
016420*----------------------------------------------------------*
016430 1178-RECONSTRUIR-SAIDAS.
016440     OPEN INPUT AUDITORIA.
016450     IF FS-AUDITORIA NOT = "00"
016460         DISPLAY "CLIENTES: CLIAUDIT INDISPONIVEL NO REINICIO"
016470                 " - STATUS " FS-AUDITORIA
016480         GO TO 1178-RECONSTRUIR-SAIDAS-EXIT
016490     END-IF.
016500     MOVE "N" TO WRK-FIM-RECONST WRK-TEM-GRUPO-REC.
016510     PERFORM 1179-LER-LINHA-RECONST
016520             THRU 1179-LER-LINHA-RECONST-EXIT
016530             UNTIL FIM-RECONSTRUCAO.
016540     IF GRUPO-REC-EM-ABERTO
016550         PERFORM 1182-FECHAR-CLIENTE-RECONST
016560                 THRU 1182-FECHAR-CLIENTE-RECONST-EXIT
016570     END-IF.
016580     CLOSE AUDITORIA.
016590     DISPLAY "CLIENTES: REINICIO REMONTOU " WRK-EXT-QTD
016600             " DETALHES DO EXTRATO JA POSTADOS".
016610 1178-RECONSTRUIR-SAIDAS-EXIT.
016620     EXIT.
016630
016640*----------------------------------------------------------*
016650* 1179-LER-LINHA-RECONST - TRATA UMA LINHA DO CLIAUDIT NA  *
016660*                  RECONSTRUCAO DO REINICIO                *
016670*----------------------------------------------------------*
016680 1179-LER-LINHA-RECONST.
016690     READ AUDITORIA
016700         AT END
016710             SET FIM-RECONSTRUCAO TO TRUE
016720             GO TO 1179-LER-LINHA-RECONST-EXIT
016730     END-READ.
016740     MOVE AUD-LINHA TO AUD-REGISTRO.
016750     IF AUD-ORIGEM NOT = "J"
016760             OR AUD-DATA NOT > WRK-DATA-ULT-CTRL
016770             OR AUD-DATA > WRK-DATA-EXECUCAO
016780         GO TO 1179-LER-LINHA-RECONST-EXIT
016790     END-IF.
016800     IF GRUPO-REC-EM-ABERTO
016810             AND AUD-CLIENTE-ID NOT = WRK-CLIENTE-RECONST
016820         PERFORM 1182-FECHAR-CLIENTE-RECONST
016830                 THRU 1182-FECHAR-CLIENTE-RECONST-EXIT
016840     END-IF.
016850     IF NOT GRUPO-REC-EM-ABERTO
016860         MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-RECONST
016870         SET GRUPO-REC-EM-ABERTO TO TRUE
016880         PERFORM 1181-LER-MESTRE-RECONST
016890                 THRU 1181-LER-MESTRE-RECONST-EXIT
016900*        NO REINICIO DE PARTICAO, AS LINHAS "J" DO DIA DE
016910*        OUTRAS PARTICOES (OUTRAS AGENCIAS) NAO SAO DESTA
016920*        RECONSTRUCAO.
016930         MOVE "S" TO WRK-GRUPO-PART
016940         IF EXECUCAO-PARTICIONADA AND MESTRE-RECONST-OK
016950                 AND CLI-AGENCIA NOT = WRK-AGENCIA-FILTRO
016960             MOVE "N" TO WRK-GRUPO-PART
016970         END-IF
016980     END-IF.
016990     IF NOT GRUPO-DA-PARTICAO
017000         GO TO 1179-LER-LINHA-RECONST-EXIT
017010     END-IF.
017020     MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-ANT-REC.
017030     MOVE AUD-SALDO-NOVO     TO WRK-SALDO-NOVO-REC.
017040     MOVE AUD-JUROS-DIA      TO WRK-JUROS-REC.
017050*    A CLASSE CONTABIL DE CADA PARCELA JA POSTADA E REFEITA
017060*    COM OS MESMOS CAMPOS QUE 2068 USA.
017070     MOVE WRK-SALDO-ANT-REC TO WRK-SALDO-ANTERIOR.
017080     MOVE WRK-JUROS-REC     TO WRK-JUROS-DIARIO.
017090     IF MESTRE-RECONST-OK
017100         PERFORM 2068-ACUMULAR-CLASSE-GL
017110                 THRU 2068-ACUMULAR-CLASSE-GL-EXIT
017120     END-IF.
017130 1179-LER-LINHA-RECONST-EXIT.
017140     EXIT.
017150
017160*----------------------------------------------------------*
017170* 1181-LER-MESTRE-RECONST - LE PELA CHAVE O CLIENTE DO     *
017180*                  GRUPO EM RECONSTRUCAO (NOME, MOEDA E    *
017190*                  TIPO DE CONTA PARA O EXTRATO E A CLASSE)*
017200*----------------------------------------------------------*
017210 1181-LER-MESTRE-RECONST.
017220     MOVE "S" TO WRK-MESTRE-RECONST.
017230     MOVE WRK-CLIENTE-RECONST TO CLI-ID.
017240     READ CLIENTES-MASTER
017250         INVALID KEY
017260             MOVE "N" TO WRK-MESTRE-RECONST
017270             DISPLAY "CLIENTES: REINICIO - CLIENTE "
017280                     WRK-CLIENTE-RECONST " DA AUDITORIA NAO "
017290                     "ESTA NO MESTRE"
017300     END-READ.
017310 1181-LER-MESTRE-RECONST-EXIT.
017320     EXIT.
017330
017340*----------------------------------------------------------*
017350* 1182-FECHAR-CLIENTE-RECONST - GRAVA O DETALHE DO EXTRATO *
017360*                  DO CLIENTE RECONSTRUIDO, COM OS SALDOS  *
017370*                  E O JUROS DA ULTIMA LINHA (A PARCELA DO *
017380*                  PROPRIO DIA), COMO 2067 TERIA GRAVADO   *
017390*----------------------------------------------------------*
017400 1182-FECHAR-CLIENTE-RECONST.
017410     IF NOT GRUPO-DA-PARTICAO
017420         MOVE "N" TO WRK-TEM-GRUPO-REC
017430         GO TO 1182-FECHAR-CLIENTE-RECONST-EXIT
017440     END-IF.
017450     MOVE "D"                 TO EXT-TIPO.
017460     MOVE WRK-DATA-EXECUCAO   TO EXT-DATA.
017470     MOVE WRK-CLIENTE-RECONST TO EXT-ID.
017480     IF MESTRE-RECONST-OK
017490         MOVE CLI-NOME  TO EXT-NOME
017500         MOVE CLI-MOEDA TO EXT-MOEDA
017510     ELSE
017520         MOVE SPACES TO EXT-NOME
017530         MOVE SPACES TO EXT-MOEDA
017540     END-IF.
017550     MOVE WRK-SALDO-ANT-REC   TO EXT-SALDO-ANTERIOR.
017560     MOVE WRK-SALDO-NOVO-REC  TO EXT-SALDO-NOVO.
017570     MOVE WRK-JUROS-REC       TO EXT-JUROS-APLICADO.
017580     WRITE EXT-REGISTRO.
017590     ADD 1 TO WRK-EXT-QTD.
017600     ADD WRK-JUROS-REC TO WRK-EXT-HASH.
017610     MOVE "N" TO WRK-TEM-GRUPO-REC.
017620 1182-FECHAR-CLIENTE-RECONST-EXIT.
017630     EXIT.
017640
017650*----------------------------------------------------------*
017660* 1175-RESTAURAR-CHECKPOINT - POSICIONA O ARQUIVO MESTRE    *
017670*                       LOGO APOS O ULTIMO CLIENTE GRAVADO  *
017680*                       COM SUCESSO NA EXECUCAO ANTERIOR.   *
017690*----------------------------------------------------------*
017700 1175-RESTAURAR-CHECKPOINT.
017710     MOVE ZEROS TO WRK-CKPT-ID WRK-JRNL-ULTIMO-ID
017720             WRK-CONT-JA-POSTADOS.
017730     OPEN INPUT CHECKPOINT.
017740     IF FS-CHECKPOINT = "00"
017750         READ CHECKPOINT
017760             AT END
017770                 CONTINUE
017780             NOT AT END
017790                 MOVE CKPT-ULTIMO-ID TO WRK-CKPT-ID
017800         END-READ
017810         CLOSE CHECKPOINT
017820     END-IF.
017830     PERFORM 1180-CONSULTAR-JORNAL
017840             THRU 1180-CONSULTAR-JORNAL-EXIT.
017850*    JORNAL COM LINHAS MAS NENHUMA DA DATA DE EXECUCAO: O
017860*    REINICIO FOI SUBMETIDO COM DATA DIFERENTE DA EXECUCAO
017870*    ABORTADA (PARM COLS 13-20 EM BRANCO OU ERRADO). SEGUIR
017880*    ADIANTE RETOMARIA DO CHECKPOINT VELHO E POSTARIA DE
017890*    NOVO ATE 49 CLIENTES JA POSTADOS, COM OUTRA DATA.
017900     IF JORNAL-TEM-LINHA AND WRK-JRNL-ULTIMO-ID = ZEROS
017910         DISPLAY "CLIENTES: REINICIO COM DATA DIVERGENTE DO "
017920                 "JORNAL (" WRK-DATA-EXECUCAO ") - REPETIR NO "
017930                 "PARM A DATA DA EXECUCAO ABORTADA - ABORTANDO"
017940         CLOSE CLIENTES-MASTER
017950         OPEN EXTEND NOTIFICACAO
017960         MOVE WRK-DATA-EXECUCAO TO STAT-DATA
017970         MOVE "ABORTADO  " TO STAT-SITUACAO
017980         MOVE ZEROS TO STAT-LIDOS
017990         MOVE ZEROS TO STAT-ATUALIZADOS
018000         MOVE ZEROS TO STAT-REJEITADOS
018010         MOVE ZEROS TO STAT-TOTAL-JUROS
018020         WRITE STAT-LINHA FROM STAT-REGISTRO
018030         CLOSE NOTIFICACAO
018040         MOVE 16 TO RETURN-CODE
018050         GO TO 9999-EXIT
018060     END-IF.
018070*    COM O JORNAL CONFERIDO, RECONSTROI O EXTRATO E AS
018080*    CLASSES CONTABEIS DO QUE A EXECUCAO ABORTADA JA POSTOU.
018090*    A RECONSTRUCAO LE O MESTRE PELA CHAVE, POR ISSO VEM
018100*    ANTES DO START ABAIXO.
018110     PERFORM 1178-RECONSTRUIR-SAIDAS
018120             THRU 1178-RECONSTRUIR-SAIDAS-EXIT.
018130     IF WRK-JRNL-ULTIMO-ID > WRK-CKPT-ID
018140         MOVE WRK-JRNL-ULTIMO-ID TO WRK-REINICIO-ID
018150     ELSE
018160         MOVE WRK-CKPT-ID TO WRK-REINICIO-ID
018170     END-IF.
018180     IF WRK-REINICIO-ID > ZEROS
018190         MOVE WRK-REINICIO-ID TO CLI-ID
018200         START CLIENTES-MASTER KEY IS GREATER THAN CLI-ID
018210             INVALID KEY
018220                 SET FIM-ARQUIVO-CLIENTES TO TRUE
018230         END-START
018240         DISPLAY "CLIENTES: REINICIO APOS O CLIENTE "
018250                 WRK-REINICIO-ID
018260         DISPLAY "CLIENTES: " WRK-CONT-JA-POSTADOS " CLIENTES "
018270                 "ALEM DO CHECKPOINT JA ESTAVAM NO JORNAL"
018280     END-IF.
018290 1175-RESTAURAR-CHECKPOINT-EXIT.
018300     EXIT.
018310
018320*----------------------------------------------------------*
018330* 1180-CONSULTAR-JORNAL - LE O JORNAL CLIJRNL E GUARDA O   *
018340*                    ULTIMO CLIENTE POSTADO NA DATA DE     *
018350*                    EXECUCAO E QUANTOS JA POSTADOS HAVIA  *
018360*                    ALEM DO CHECKPOINT - SAO OS QUE O     *
018370*                    REINICIO VAI PULAR PARA NAO POSTAR    *
018380*                    JUROS DUAS VEZES                      *
018390*----------------------------------------------------------*
018400 1180-CONSULTAR-JORNAL.
018410     OPEN INPUT JORNAL.
018420     IF FS-JORNAL NOT = "00"
018430         GO TO 1180-CONSULTAR-JORNAL-EXIT
018440     END-IF.
018450     PERFORM 1185-LER-LINHA-JORNAL
018460             THRU 1185-LER-LINHA-JORNAL-EXIT
018470             UNTIL FS-JORNAL NOT = "00".
018480     CLOSE JORNAL.
018490     MOVE "00" TO FS-JORNAL.
018500 1180-CONSULTAR-JORNAL-EXIT.
018510     EXIT.
018520
018530*----------------------------------------------------------*
018540* 1185-LER-LINHA-JORNAL - TRATA UMA LINHA DO JORNAL        *
018550*----------------------------------------------------------*
018560 1185-LER-LINHA-JORNAL.
018570     READ JORNAL
018580         AT END
018590             MOVE "10" TO FS-JORNAL
018600             GO TO 1185-LER-LINHA-JORNAL-EXIT
018610     END-READ.
018620     SET JORNAL-TEM-LINHA TO TRUE.
018630     IF JRNL-DATA = WRK-DATA-EXECUCAO
018640         MOVE JRNL-ID TO WRK-JRNL-ULTIMO-ID
018650         IF JRNL-ID > WRK-CKPT-ID
018660             ADD 1 TO WRK-CONT-JA-POSTADOS
018670         END-IF
018680     END-IF.
018690 1185-LER-LINHA-JORNAL-EXIT.
018700     EXIT.
018710
018720*----------------------------------------------------------*
018730* 1190-AVANCAR-GERACAO-EXTRATO - LE O NUMERO DA ULTIMA     *
018740*                  GERACAO DO EXTRATO EM CLIEXGEN, AVANCA  *
018750*                  E REGRAVA COM A DATA DA EXECUCAO. O     *
018760*                  NUMERO VAI NO CABECALHO DO CLIEXTR E O  *
018770*                  CLIEXACK CONFERE O RETORNO DO SISTEMA   *
018780*                  DE EXTRATOS CONTRA ELE.                 *
018790*----------------------------------------------------------*
018800 1190-AVANCAR-GERACAO-EXTRATO.
018810     OPEN INPUT GERACAO-EXTRATO.
018820     IF FS-GERACAO-EXTRATO = "00"
018830         READ GERACAO-EXTRATO
018840             AT END
018850                 CONTINUE
018860             NOT AT END
018870                 MOVE GER-NUMERO TO WRK-EXT-GERACAO
018880         END-READ
018890         CLOSE GERACAO-EXTRATO
018900     END-IF.
018910     ADD 1 TO WRK-EXT-GERACAO.
018920     OPEN OUTPUT GERACAO-EXTRATO.
018930     MOVE WRK-EXT-GERACAO   TO GER-NUMERO.
018940     MOVE WRK-DATA-EXECUCAO TO GER-DATA.
018950     WRITE GER-REGISTRO.
018960     CLOSE GERACAO-EXTRATO.
018970 1190-AVANCAR-GERACAO-EXTRATO-EXIT.
018980     EXIT.
018990
019000*----------------------------------------------------------*
019010* 1100-LER-PARAMETROS - LE A TAXA DE JUROS DO DIA. SE O     *
019020*                       ARQUIVO NAO EXISTIR OU VIER VAZIO,  *
019030*                       MANTEM A TAXA PADRAO DA WORKING.    *
019040*----------------------------------------------------------*
019050 1100-LER-PARAMETROS.
019060     OPEN INPUT PARAMETROS.
019070     IF FS-PARAMETROS = "00"
019080         READ PARAMETROS
019090             AT END
019100                 CONTINUE
019110             NOT AT END
019120                 MOVE PARM-FATOR-JUROS   TO WRK-FATOR-JUROS
019130                 MOVE PARM-FATOR-MULTA   TO WRK-FATOR-MULTA
019140                 MOVE PARM-FATOR-PREMIUM TO WRK-FATOR-PREMIUM
019150                 MOVE PARM-FATOR-EMPRESA TO WRK-FATOR-EMPRESA
019160                 IF PARM-FATOR-USD NOT = ZEROS
019170                     MOVE PARM-FATOR-USD TO WRK-FATOR-USD
019180                 END-IF
019190                 IF PARM-FATOR-EUR NOT = ZEROS
019200                     MOVE PARM-FATOR-EUR TO WRK-FATOR-EUR
019210                 END-IF
019220                 MOVE PARM-LIMITE-OVERDR TO WRK-LIMITE-OVERDR
019230                 MOVE PARM-SALDO-MAXIMO  TO WRK-SALDO-MAXIMO
019240                 IF PARM-TIPO-EXECUCAO = "D"
019250                         OR PARM-TIPO-EXECUCAO = "M"
019260                     MOVE PARM-TIPO-EXECUCAO TO WRK-TIPO-EXECUCAO
019270                 END-IF
019280                 IF PARM-SIMBOLO-MOEDA NOT = SPACES
019290                     MOVE PARM-SIMBOLO-MOEDA TO WRK-SIMBOLO-MOEDA
019300                 END-IF
019310                 MOVE PARM-IRRF-PREMIUM TO WRK-IRRF-PREMIUM
019320                 MOVE PARM-IRRF-EMPRESA TO WRK-IRRF-EMPRESA
019330                 MOVE PARM-PCT-INDICE   TO WRK-PCT-INDICE
019340                 MOVE PARM-IOF-DIARIO   TO WRK-IOF-DIARIO
019350                 MOVE PARM-IOF-ADICIONAL TO WRK-IOF-ADICIONAL
019360         END-READ
019370         CLOSE PARAMETROS
019380     ELSE
019390         DISPLAY "CLIENTES: CLIPARM NAO ENCONTRADO - USANDO "
019400                 "TAXA PADRAO"
019410     END-IF.
019420 1100-LER-PARAMETROS-EXIT.
019430     EXIT.
019440
019450*----------------------------------------------------------*
019460* 1120-REGISTRAR-HISTORICO-TAXAS - COMPARA AS TAXAS LIDAS   *
019470*                       AGORA COM AS DA EXECUCAO ANTERIOR   *
019480*                       (CLITXULT) E GRAVA EM CLITXAH CADA   *
019490*                       TAXA QUE MUDOU. SE CLITXULT NAO      *
019500*                       EXISTIR (1a EXECUCAO), SO CRIA O     *
019510*                       ARQUIVO, SEM GRAVAR HISTORICO.       *
019520*                       SO E CHAMADA EM MODO-REAL (VIDE 1000)*
019530*                       PARA UMA SIMULACAO NAO GRAVAR A NOVA *
019540*                       TAXA COMO SE TIVESSE SIDO POSTADA.   *
019550*----------------------------------------------------------*
019560 1120-REGISTRAR-HISTORICO-TAXAS.
019570     OPEN INPUT TAXA-ANTERIOR.
019580     IF FS-TAXA-ANTERIOR = "00"
019590         READ TAXA-ANTERIOR
019600             AT END
019610                 CONTINUE
019620             NOT AT END
019630                 OPEN EXTEND TAXA-HISTORICO
019640                 IF TXULT-FATOR-JUROS NOT = WRK-FATOR-JUROS
019650                     MOVE "TAXA DE JUROS NORMAL" TO TXAH-NOME-TAXA
019660                     MOVE TXULT-FATOR-JUROS TO TXAH-VALOR-ANTERIOR
019670                     MOVE WRK-FATOR-JUROS   TO TXAH-VALOR-NOVO
019680                     PERFORM 1125-GRAVAR-LINHA-HISTORICO
019690                             THRU 1125-GRAVAR-LINHA-HISTORICO-EXIT
019700                 END-IF
019710                 IF TXULT-FATOR-MULTA NOT = WRK-FATOR-MULTA
019720                     MOVE "TAXA DE MULTA" TO TXAH-NOME-TAXA
019730                     MOVE TXULT-FATOR-MULTA TO TXAH-VALOR-ANTERIOR
019740                     MOVE WRK-FATOR-MULTA   TO TXAH-VALOR-NOVO
019750                     PERFORM 1125-GRAVAR-LINHA-HISTORICO
019760                             THRU 1125-GRAVAR-LINHA-HISTORICO-EXIT
019770                 END-IF
019780                 IF TXULT-FATOR-PREMIUM NOT = WRK-FATOR-PREMIUM
019790                     MOVE "TAXA PREMIUM" TO TXAH-NOME-TAXA
019800                     MOVE TXULT-FATOR-PREMIUM
019810                             TO TXAH-VALOR-ANTERIOR
019820                     MOVE WRK-FATOR-PREMIUM   TO TXAH-VALOR-NOVO
019830                     PERFORM 1125-GRAVAR-LINHA-HISTORICO
019840                             THRU 1125-GRAVAR-LINHA-HISTORICO-EXIT
019850                 END-IF
019860                 IF TXULT-FATOR-EMPRESA NOT = WRK-FATOR-EMPRESA
019870                     MOVE "TAXA EMPRESARIAL" TO TXAH-NOME-TAXA
019880                     MOVE TXULT-FATOR-EMPRESA
019890                             TO TXAH-VALOR-ANTERIOR
019900                     MOVE WRK-FATOR-EMPRESA   TO TXAH-VALOR-NOVO
019910                     PERFORM 1125-GRAVAR-LINHA-HISTORICO
019920                             THRU 1125-GRAVAR-LINHA-HISTORICO-EXIT
019930                 END-IF
019940*                ARQUIVO ANTIGO SEM OS FATORES DE MOEDA: O QUE
019950*                NAO VEIO NUMERICO ASSUME O VALOR CORRENTE E
019960*                NAO GERA LINHA DE HISTORICO.
019970                 IF TXULT-FATOR-USD NOT NUMERIC
019980                     MOVE WRK-FATOR-USD TO TXULT-FATOR-USD
019990                 END-IF
020000                 IF TXULT-FATOR-EUR NOT NUMERIC
020010                     MOVE WRK-FATOR-EUR TO TXULT-FATOR-EUR
020020                 END-IF
020030                 IF TXULT-FATOR-USD NOT = WRK-FATOR-USD
020040                     MOVE "TAXA POUPANCA USD" TO TXAH-NOME-TAXA
020050                     MOVE TXULT-FATOR-USD TO TXAH-VALOR-ANTERIOR
020060                     MOVE WRK-FATOR-USD   TO TXAH-VALOR-NOVO
020070                     PERFORM 1125-GRAVAR-LINHA-HISTORICO
020080                             THRU 1125-GRAVAR-LINHA-HISTORICO-EXIT
020090                 END-IF
020100                 IF TXULT-FATOR-EUR NOT = WRK-FATOR-EUR
020110                     MOVE "TAXA POUPANCA EUR" TO TXAH-NOME-TAXA
020120                     MOVE TXULT-FATOR-EUR TO TXAH-VALOR-ANTERIOR
020130                     MOVE WRK-FATOR-EUR   TO TXAH-VALOR-NOVO
020140                     PERFORM 1125-GRAVAR-LINHA-HISTORICO
020150                             THRU 1125-GRAVAR-LINHA-HISTORICO-EXIT
020160                 END-IF
020170                 CLOSE TAXA-HISTORICO
020180         END-READ
020190     END-IF.
020200     CLOSE TAXA-ANTERIOR.
020210     MOVE WRK-FATOR-JUROS   TO TXULT-FATOR-JUROS.
020220     MOVE WRK-FATOR-MULTA   TO TXULT-FATOR-MULTA.
020230     MOVE WRK-FATOR-PREMIUM TO TXULT-FATOR-PREMIUM.
020240     MOVE WRK-FATOR-EMPRESA TO TXULT-FATOR-EMPRESA.
020250     MOVE WRK-FATOR-USD     TO TXULT-FATOR-USD.
020260     MOVE WRK-FATOR-EUR     TO TXULT-FATOR-EUR.
020270     OPEN OUTPUT TAXA-ANTERIOR.
020280     WRITE TXULT-REGISTRO.
020290     CLOSE TAXA-ANTERIOR.
020300 1120-REGISTRAR-HISTORICO-TAXAS-EXIT.
020310     EXIT.
020320
020330*----------------------------------------------------------*
020340* 1125-GRAVAR-LINHA-HISTORICO - GRAVA UMA LINHA EM CLITXAH  *
020350*----------------------------------------------------------*
020360 1125-GRAVAR-LINHA-HISTORICO.
020370     MOVE WRK-DATA-EXECUCAO TO TXAH-DATA.
020380     WRITE TXAH-LINHA FROM TXAH-REGISTRO.
020390 1125-GRAVAR-LINHA-HISTORICO-EXIT.
020400     EXIT.
020410
020420*----------------------------------------------------------*
020430* 1130-LER-CALENDARIO - LE O CALENDARIO DE PROCESSAMENTO:  *
020440*                  CONTA OS DIAS UTEIS DO MES DA EXECUCAO  *
020450*                  (QUE PASSAM A SER O DIVISOR DA PARCELA  *
020460*                  DIARIA, NO LUGAR DO 30 FIXO) E DESCOBRE *
020470*                  O TIPO DA PROPRIA DATA. NUMA EXECUCAO   *
020480*                  REAL, DATA MARCADA COMO NAO-PROCESSA OU *
020490*                  AUSENTE DO CALENDARIO ABORTA O LOTE.    *
020500*                  SEM O ARQUIVO, MANTEM O PERIODO PADRAO  *
020510*                  DE 30 DIAS, NOS MOLDES DO CLIPARM.      *
020520*----------------------------------------------------------*
020530 1130-LER-CALENDARIO.
020540     OPEN INPUT CALENDARIO.
020550     IF FS-CALENDARIO NOT = "00"
020560         DISPLAY "CLIENTES: CLICALEN NAO ENCONTRADO - USANDO "
020570                 "PERIODO PADRAO DE " WRK-DIAS-PERIODO " DIAS"
020580         GO TO 1130-LER-CALENDARIO-EXIT
020590     END-IF.
020600     SET CALENDARIO-CARREGADO TO TRUE.
020610     COMPUTE WRK-AAAAMM-EXEC = WRK-DATA-EXECUCAO / 100.
020620     MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
020630     MOVE SPACES TO WRK-TIPO-DIA-EXEC.
020640     PERFORM 1135-LER-DIA-CALENDARIO
020650             THRU 1135-LER-DIA-CALENDARIO-EXIT
020660             UNTIL FIM-ARQUIVO-CALENDARIO.
020670     CLOSE CALENDARIO.
020680     IF WRK-DIAS-UTEIS-MES > ZEROS
020690         MOVE WRK-DIAS-UTEIS-MES TO WRK-DIAS-PERIODO
020700     ELSE
020710         DISPLAY "CLIENTES: CALENDARIO SEM DIAS UTEIS NO MES "
020720                 WRK-AAAAMM-EXEC " - USANDO PERIODO PADRAO"
020730     END-IF.
020740     MOVE WRK-DIAS-PERIODO TO WRK-DIAS-PERIODO-EXEC.
020750     IF MODO-REAL AND WRK-TIPO-DIA-EXEC NOT = "U"
020760         DISPLAY "CLIENTES: " WRK-DATA-EXECUCAO " NAO E DIA DE "
020770                 "PROCESSAMENTO NO CLICALEN - ABORTANDO"
020780         CLOSE CLIENTES-MASTER
020790         OPEN EXTEND NOTIFICACAO
020800         MOVE WRK-DATA-EXECUCAO TO STAT-DATA
020810         MOVE "ABORTADO  " TO STAT-SITUACAO
020820         MOVE ZEROS TO STAT-LIDOS
020830         MOVE ZEROS TO STAT-ATUALIZADOS
020840         MOVE ZEROS TO STAT-REJEITADOS
020850         MOVE ZEROS TO STAT-TOTAL-JUROS
020860         WRITE STAT-LINHA FROM STAT-REGISTRO
020870         CLOSE NOTIFICACAO
020880         MOVE 16 TO RETURN-CODE
020890         GO TO 9999-EXIT
020900     END-IF.
020910 1130-LER-CALENDARIO-EXIT.
020920     EXIT.
020930
020940*----------------------------------------------------------*
020950* 1135-LER-DIA-CALENDARIO - TRATA UM REGISTRO DO           *
020960*                  CALENDARIO: CONTA DIA UTIL DO MES DA    *
020970*                  EXECUCAO E GUARDA O TIPO DA DATA DE     *
020980*                  HOJE                                    *
020990*----------------------------------------------------------*
021000 1135-LER-DIA-CALENDARIO.
021010     READ CALENDARIO
021020         AT END
021030             SET FIM-ARQUIVO-CALENDARIO TO TRUE
021040             GO TO 1135-LER-DIA-CALENDARIO-EXIT
021050     END-READ.
021060     COMPUTE WRK-AAAAMM-CAL = CAL-DATA / 100.
021070     IF WRK-AAAAMM-CAL = WRK-AAAAMM-EXEC AND CAL-DIA-UTIL
021080         ADD 1 TO WRK-DIAS-UTEIS-MES
021090     END-IF.
021100     IF CAL-DIA-UTIL
021110         PERFORM 1136-CONTAR-MES-UTIL
021120                 THRU 1136-CONTAR-MES-UTIL-EXIT
021130     END-IF.
021140     IF CAL-DATA = WRK-DATA-EXECUCAO
021150         MOVE CAL-TIPO TO WRK-TIPO-DIA-EXEC
021160     END-IF.
021170     IF WRK-DATA-ULT-CTRL NOT = ZEROS
021180             AND CAL-DIA-UTIL
021190             AND CAL-DATA > WRK-DATA-ULT-CTRL
021200             AND CAL-DATA < WRK-DATA-EXECUCAO
021210         IF WRK-DIAS-CATCHUP < WRK-MAX-CATCH
021220             ADD 1 TO WRK-DIAS-CATCHUP
021230             MOVE CAL-DATA
021240                     TO TAB-DATA-CATCH (WRK-DIAS-CATCHUP)
021250         ELSE
021260             DISPLAY "CLIENTES: MAIS DE 31 DIAS PERDIDOS - "
021270                     "CATCH-UP LIMITADO; DIA " CAL-DATA
021280                     " NAO RECUPERADO"
021290         END-IF
021300     END-IF.
021310 1135-LER-DIA-CALENDARIO-EXIT.
021320     EXIT.
021330
021340*----------------------------------------------------------*
021350* 1140-LER-CAMBIO - LE AS TAXAS DE CAMBIO DO DIA (CLIFXRT).*
021360*                  SEM O ARQUIVO, A CONSOLIDACAO EM REAIS  *
021370*                  SAI COMO INDISPONIVEL; TAXA COM DATA    *
021380*                  ANTERIOR A EXECUCAO GERA UMA LINHA DE   *
021390*                  EXCECAO NO RELEXC.                      *
021400*----------------------------------------------------------*
021410 1140-LER-CAMBIO.
021420     OPEN INPUT CAMBIO.
021430     IF FS-CAMBIO NOT = "00"
021440         DISPLAY "CLIENTES: CLIFXRT NAO ENCONTRADO - "
021450                 "CONSOLIDACAO EM BRL INDISPONIVEL"
021460         GO TO 1140-LER-CAMBIO-EXIT
021470     END-IF.
021480     READ CAMBIO
021490         AT END
021500             CONTINUE
021510         NOT AT END
021520             MOVE FX-DATA     TO WRK-DATA-CAMBIO
021530             MOVE FX-TAXA-USD TO WRK-TAXA-USD
021540             MOVE FX-TAXA-EUR TO WRK-TAXA-EUR
021550     END-READ.
021560     CLOSE CAMBIO.
021570 1140-LER-CAMBIO-EXIT.
021580     EXIT.
021590
021600*----------------------------------------------------------*
021610* 1142-LER-INDICE - COM PARM-PCT-INDICE > 0, O FATOR DA    *
021620*                  POUPANCA E DERIVADO DO INDICE DO DIA    *
021630*                  (CLIINDX): 1 + TR X PCT / 100. INDICE   *
021640*                  AUSENTE OU COM DATA ANTERIOR A DA       *
021650*                  EXECUCAO ABORTA A EXECUCAO REAL COM RC  *
021660*                  16; NA SIMULACAO SO AVISA E MANTEM O    *
021670*                  FATOR ESTATICO.                         *
021680*----------------------------------------------------------*
021690 1142-LER-INDICE.
021700     IF WRK-PCT-INDICE = ZEROS
021710         GO TO 1142-LER-INDICE-EXIT
021720     END-IF.
021730     OPEN INPUT INDICE.
021740     IF FS-INDICE = "00"
021750         READ INDICE
021760             AT END
021770                 CONTINUE
021780             NOT AT END
021790                 MOVE IDX-DATA TO WRK-DATA-INDICE
021800                 MOVE IDX-TR   TO WRK-IDX-TR
021810         END-READ
021820         CLOSE INDICE
021830     END-IF.
021840     IF WRK-DATA-INDICE NOT = WRK-DATA-EXECUCAO
021850         IF MODO-REAL
021860             DISPLAY "CLIENTES: INDICE CLIINDX AUSENTE OU COM "
021870                     "DATA " WRK-DATA-INDICE " DIVERGENTE DE "
021880                     WRK-DATA-EXECUCAO " - ABORTANDO"
021890             CLOSE CLIENTES-MASTER
021900             OPEN EXTEND NOTIFICACAO
021910             MOVE WRK-DATA-EXECUCAO TO STAT-DATA
021920             MOVE "ABORTADO  " TO STAT-SITUACAO
021930             MOVE ZEROS TO STAT-LIDOS
021940             MOVE ZEROS TO STAT-ATUALIZADOS
021950             MOVE ZEROS TO STAT-REJEITADOS
021960             MOVE ZEROS TO STAT-TOTAL-JUROS
021970             WRITE STAT-LINHA FROM STAT-REGISTRO
021980             CLOSE NOTIFICACAO
021990             MOVE 16 TO RETURN-CODE
022000             GO TO 9999-EXIT
022010         ELSE
022020             DISPLAY "CLIENTES: INDICE CLIINDX INDISPONIVEL - "
022030                     "SIMULACAO SEGUE COM O FATOR ESTATICO"
022040             GO TO 1142-LER-INDICE-EXIT
022050         END-IF
022060     END-IF.
022070     COMPUTE WRK-FATOR-JUROS ROUNDED = 1
022080             + WRK-IDX-TR * WRK-PCT-INDICE / 100.
022090     DISPLAY "CLIENTES: FATOR DA POUPANCA DERIVADO DO INDICE: "
022100             WRK-FATOR-JUROS.
022110 1142-LER-INDICE-EXIT.
022120     EXIT.
022130
022140*----------------------------------------------------------*
022150* 1145-APURAR-DIA-DO-MES - GUARDA O DIA DA DATA PEDIDA EM  *
022160*                  WRK-DATA-CALC E QUANTOS DIAS CIVIS O    *
022170*                  MES DELA TEM (COM BISSEXTO), PARA O     *
022180*                  ANIVERSARIO DAS CONTAS POUPANCA (2052): *
022190*                  A DATA CONFERIDA E A DO LANCAMENTO      *
022200*                  (WRK-DATA-LANC), DE MODO QUE UM DIA     *
022210*                  RECUPERADO NO CATCH-UP TAMBEM ENXERGA O *
022220*                  SEU PROPRIO ANIVERSARIO. CONTA ABERTA   *
022230*                  NO DIA 31 FAZ ANIVERSARIO NO ULTIMO DIA *
022240*                  DO MES MAIS CURTO.                      *
022250*----------------------------------------------------------*
022260 1145-APURAR-DIA-DO-MES.
022270     COMPUTE WRK-ANO-CALC = WRK-DATA-CALC / 10000.
022280     COMPUTE WRK-MES-CALC =
022290             (WRK-DATA-CALC / 100) - (WRK-ANO-CALC * 100).
022300     COMPUTE WRK-DIA-CALC = WRK-DATA-CALC
022310             - (WRK-ANO-CALC * 10000) - (WRK-MES-CALC * 100).
022320     EVALUATE WRK-MES-CALC
022330         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
022340             MOVE 31 TO WRK-DIAS-CIVIS-CALC
022350         WHEN 4 WHEN 6 WHEN 9 WHEN 11
022360             MOVE 30 TO WRK-DIAS-CIVIS-CALC
022370         WHEN 2
022380             DIVIDE WRK-ANO-CALC BY 4 GIVING WRK-QUOCIENTE
022390                     REMAINDER WRK-RESTO-4
022400             DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-QUOCIENTE
022410                     REMAINDER WRK-RESTO-100
022420             DIVIDE WRK-ANO-CALC BY 400 GIVING WRK-QUOCIENTE
022430                     REMAINDER WRK-RESTO-400
022440             IF WRK-RESTO-4 = ZEROS
022450                     AND (WRK-RESTO-100 NOT = ZEROS
022460                     OR WRK-RESTO-400 = ZEROS)
022470                 MOVE 29 TO WRK-DIAS-CIVIS-CALC
022480             ELSE
022490                 MOVE 28 TO WRK-DIAS-CIVIS-CALC
022500             END-IF
022510     END-EVALUATE.
022520 1145-APURAR-DIA-DO-MES-EXIT.
022530     EXIT.
022540
022550*----------------------------------------------------------*
022560* 1136-CONTAR-MES-UTIL - SOMA O DIA UTIL CORRENTE DO       *
022570*                  CALENDARIO NA ENTRADA DO SEU MES        *
022580*----------------------------------------------------------*
022590 1136-CONTAR-MES-UTIL.
022600     MOVE WRK-AAAAMM-CAL TO WRK-AAAAMM-BUSCA.
022610     PERFORM 1138-PROCURAR-MES-UTIL
022620             THRU 1138-PROCURAR-MES-UTIL-EXIT.
022630     IF WRK-IDX-MU-ACHADO = ZEROS
022640         IF WRK-QTD-MU >= WRK-MAX-MU
022650             GO TO 1136-CONTAR-MES-UTIL-EXIT
022660         END-IF
022670         ADD 1 TO WRK-QTD-MU
022680         MOVE WRK-QTD-MU TO WRK-IDX-MU-ACHADO
022690         MOVE WRK-AAAAMM-BUSCA
022700                 TO TAB-MU-AAAAMM (WRK-IDX-MU-ACHADO)
022710         MOVE ZEROS TO TAB-MU-DIAS (WRK-IDX-MU-ACHADO)
022720     END-IF.
022730     ADD 1 TO TAB-MU-DIAS (WRK-IDX-MU-ACHADO).
022740 1136-CONTAR-MES-UTIL-EXIT.
022750     EXIT.
022760
022770*----------------------------------------------------------*
022780* 1138-PROCURAR-MES-UTIL - LOCALIZA A ENTRADA DO MES       *
022790*                  PEDIDO EM WRK-AAAAMM-BUSCA (ZERO EM     *
022800*                  WRK-IDX-MU-ACHADO QUANDO NAO EXISTE)    *
022810*----------------------------------------------------------*
022820 1138-PROCURAR-MES-UTIL.
022830     MOVE ZEROS TO WRK-IDX-MU-ACHADO.
022840     PERFORM 1139-CONFERIR-MES-UTIL
022850             THRU 1139-CONFERIR-MES-UTIL-EXIT
022860             VARYING WRK-IDX-MU FROM 1 BY 1
022870             UNTIL WRK-IDX-MU > WRK-QTD-MU.
022880 1138-PROCURAR-MES-UTIL-EXIT.
022890     EXIT.
022900
022910*----------------------------------------------------------*
022920* 1139-CONFERIR-MES-UTIL - CONFERE UMA ENTRADA DA TABELA   *
022930*----------------------------------------------------------*
022940 1139-CONFERIR-MES-UTIL.
022950     IF WRK-IDX-MU-ACHADO = ZEROS
022960             AND TAB-MU-AAAAMM (WRK-IDX-MU)
022970             = WRK-AAAAMM-BUSCA
022980         MOVE WRK-IDX-MU TO WRK-IDX-MU-ACHADO
022990     END-IF.
023000 1139-CONFERIR-MES-UTIL-EXIT.
023010     EXIT.
023020
023030*----------------------------------------------------------*
023040* 1150-VERIFICAR-DATA-EXECUCAO - IMPEDE UMA SEGUNDA         *
023050*                       EXECUCAO DO LOTE DE JUROS NO MESMO  *
023060*                       DIA, CONFORME CLICTRL.              *
023070*----------------------------------------------------------*
023080 1150-VERIFICAR-DATA-EXECUCAO.
023090     OPEN INPUT CONTROLE.
023100     IF FS-CONTROLE = "00"
023110         READ CONTROLE
023120             AT END
023130                 CONTINUE
023140             NOT AT END
023150                 MOVE CTRL-ULTIMA-DATA TO WRK-DATA-ULT-CTRL
023160                 IF CTRL-ULTIMA-DATA > WRK-DATA-EXECUCAO
023170                         AND MODO-REAL
023180                     DISPLAY "CLIENTES: DATA DE PROCESSAMENTO "
023190                             WRK-DATA-EXECUCAO " ANTERIOR AO "
023200                             "ULTIMO LOTE " CTRL-ULTIMA-DATA
023210                             " - ABORTANDO"
023220                     CLOSE CONTROLE
023230                     CLOSE CLIENTES-MASTER
023240                     MOVE 16 TO RETURN-CODE
023250                     GO TO 9999-EXIT
023260                 END-IF
023270                 IF CTRL-ULTIMA-DATA = WRK-DATA-EXECUCAO
023280                         AND MODO-REAL
023290                     DISPLAY "CLIENTES: LOTE DE JUROS DE "
023300                             WRK-DATA-EXECUCAO
023310                             " JA FOI EXECUTADO - ABORTANDO"
023320                     CLOSE CONTROLE
023330                     CLOSE CLIENTES-MASTER
023340                     OPEN EXTEND NOTIFICACAO
023350                     MOVE WRK-DATA-EXECUCAO TO STAT-DATA
023360                     MOVE "ABORTADO  " TO STAT-SITUACAO
023370                     MOVE ZEROS TO STAT-LIDOS
023380                     MOVE ZEROS TO STAT-ATUALIZADOS
023390                     MOVE ZEROS TO STAT-REJEITADOS
023400                     MOVE ZEROS TO STAT-TOTAL-JUROS
023410                     WRITE STAT-LINHA FROM STAT-REGISTRO
023420                     CLOSE NOTIFICACAO
023430                     MOVE 16 TO RETURN-CODE
023440                     GO TO 9999-EXIT
023450                 END-IF
023460         END-READ
023470         CLOSE CONTROLE
023480     END-IF.
023490 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
023500     EXIT.
023510
023520*----------------------------------------------------------*
023530* 1155-VERIFICAR-PARTICAO - IMPEDE RODAR A MESMA PARTICAO  *
023540*                  (DATA + AGENCIA) DUAS VEZES, CONFORME   *
023550*                  OS REGISTROS CONCLUIDOS DO CLIPART      *
023560*----------------------------------------------------------*
023570 1155-VERIFICAR-PARTICAO.
023580     MOVE "N" TO WRK-FIM-PART.
023590     OPEN INPUT PARTICOES.
023600     IF FS-PARTICOES NOT = "00"
023610         GO TO 1155-VERIFICAR-PARTICAO-EXIT
023620     END-IF.
023630     PERFORM 1156-LER-PARTICAO THRU 1156-LER-PARTICAO-EXIT
023640             UNTIL FIM-ARQUIVO-PARTICOES.
023650     CLOSE PARTICOES.
023660 1155-VERIFICAR-PARTICAO-EXIT.
023670     EXIT.
023680
023690*----------------------------------------------------------*
023700* 1156-LER-PARTICAO - CONFERE UM REGISTRO DO CLIPART       *
023710*----------------------------------------------------------*
023720 1156-LER-PARTICAO.
023730     READ PARTICOES
023740         AT END
023750             SET FIM-ARQUIVO-PARTICOES TO TRUE
023760             GO TO 1156-LER-PARTICAO-EXIT
023770     END-READ.
023780     IF PART-DATA = WRK-DATA-EXECUCAO
023790             AND PART-AGENCIA = WRK-AGENCIA-FILTRO
023800         DISPLAY "CLIENTES: PARTICAO DA AGENCIA "
023810                 WRK-AGENCIA-FILTRO " DE " WRK-DATA-EXECUCAO
023820                 " JA EXECUTADA - ABORTANDO"
023830         CLOSE PARTICOES CLIENTES-MASTER
023840         MOVE 16 TO RETURN-CODE
023850         GO TO 9999-EXIT
023860     END-IF.
023870 1156-LER-PARTICAO-EXIT.
023880     EXIT.
023890
023900*----------------------------------------------------------*
023910* 1157-VERIFICAR-FECHAMENTO - A DATA NOVA SO E ACEITA      *
023920*                  COM O ULTIMO DIA PROCESSADO (CTRL-      *
023930*                  ULTIMA-DATA DO CLICTRL) CERTIFICADO     *
023940*                  PELO CLIFECHA OU LIBERADO PELO          *
023950*                  SUPERVISOR (FECMNT), CONFORME O         *
023960*                  CLIFECCT                                *
023970*----------------------------------------------------------*
023980 1157-VERIFICAR-FECHAMENTO.
023990     MOVE "N" TO WRK-SIT-FECHAMENTO.
024000     MOVE ZEROS TO WRK-DATA-PENDENTE.
024010     OPEN INPUT CONTROLE.
024020     IF FS-CONTROLE = "00"
024030         READ CONTROLE
024040             AT END
024050                 CONTINUE
024060             NOT AT END
024070                 MOVE CTRL-ULTIMA-DATA TO WRK-DATA-PENDENTE
024080         END-READ
024090         CLOSE CONTROLE
024100     END-IF.
024110     IF WRK-DATA-PENDENTE = ZEROS
024120             OR WRK-DATA-PENDENTE NOT < WRK-DATA-EXECUCAO
024130         GO TO 1157-VERIFICAR-FECHAMENTO-EXIT
024140     END-IF.
024150     OPEN INPUT FECHAMENTO.
024160     IF FS-FECHAMENTO = "00"
024170         READ FECHAMENTO
024180             AT END
024190                 CONTINUE
024200             NOT AT END
024210                 IF FEC-ULTIMA-DATA NOT < WRK-DATA-PENDENTE
024220                     SET DIA-ANTERIOR-CERTIFICADO TO TRUE
024230                 ELSE
024240                     IF FEC-DATA-LIBERADA = WRK-DATA-PENDENTE
024250                         SET DIA-ANTERIOR-LIBERADO TO TRUE
024260                     END-IF
024270                 END-IF
024280         END-READ
024290         CLOSE FECHAMENTO
024300     END-IF.
024310     IF DIA-ANTERIOR-CERTIFICADO
024320         GO TO 1157-VERIFICAR-FECHAMENTO-EXIT
024330     END-IF.
024340     IF DIA-ANTERIOR-LIBERADO
024350         DISPLAY "CLIENTES: DIA " WRK-DATA-PENDENTE " NAO "
024360                 "CERTIFICADO, LIBERADO POR " FEC-OPERADOR-LIB
024370                 " - " FEC-MOTIVO-LIB
024380         GO TO 1157-VERIFICAR-FECHAMENTO-EXIT
024390     END-IF.
024400     DISPLAY "CLIENTES: DIA " WRK-DATA-PENDENTE " NAO "
024410             "CERTIFICADO (CLIFECHA) NEM LIBERADO (FECMNT)"
024420             " - ABORTANDO"
024430     CLOSE CLIENTES-MASTER
024440     OPEN EXTEND NOTIFICACAO
024450     MOVE WRK-DATA-EXECUCAO TO STAT-DATA
024460     MOVE "ABORTADO  " TO STAT-SITUACAO
024470     MOVE ZEROS TO STAT-LIDOS
024480     MOVE ZEROS TO STAT-ATUALIZADOS
024490     MOVE ZEROS TO STAT-REJEITADOS
024500     MOVE ZEROS TO STAT-TOTAL-JUROS
024510     WRITE STAT-LINHA FROM STAT-REGISTRO
024520     CLOSE NOTIFICACAO
024530     MOVE 16 TO RETURN-CODE
024540     GO TO 9999-EXIT.
024550 1157-VERIFICAR-FECHAMENTO-EXIT.
024560     EXIT.
024570
024580*----------------------------------------------------------*
024590* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
024600*                  PROCESSAMENTO NO CLICTRL (DATA DO       *
024610*                  ULTIMO LOTE PRESERVADA), DESLIGADA EM   *
024620*                  9000 JUNTO COM A GRAVACAO DA DATA NOVA  *
024630*----------------------------------------------------------*
024640 1160-MARCAR-EM-PROCESSAMENTO.
024650     OPEN OUTPUT CONTROLE.
024660     MOVE WRK-DATA-ULT-CTRL TO CTRL-ULTIMA-DATA.
024670     MOVE "S" TO CTRL-EM-PROCESSAMENTO.
024680     MOVE WRK-DATA-ULT-CTRL TO CTRL-DATA-ANTERIOR.
024690     WRITE CTRL-REGISTRO.
024700     CLOSE CONTROLE.
024710 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
024720     EXIT.
024730
024740*----------------------------------------------------------*
024750* 1165-COPIAR-REGISTRO-BACKUP - GRAVA NO CLIBKUP A FOTO DO *
024760*                    REGISTRO RECEM-LIDO, ANTES DE QUALQUER*
024770*                    ATUALIZACAO - CHAMADO PELA LEITURA    *
024780*                    (2100), DE MODO QUE A COPIA SAI NA    *
024790*                    MESMA PASSADA DO PROCESSAMENTO, SEM A *
024800*                    SEGUNDA VARREDURA COMPLETA DO MESTRE  *
024810*                    QUE A 1160 ANTIGA FAZIA.              *
024820*----------------------------------------------------------*
024830 1165-COPIAR-REGISTRO-BACKUP.
024840     MOVE CLI-ID               TO BKP-ID.
024850     MOVE CLI-NOME             TO BKP-NOME.
024860     MOVE CLI-STATUS           TO BKP-STATUS.
024870     MOVE CLI-TIPO-CONTA       TO BKP-TIPO-CONTA.
024880     MOVE CLI-SALDO            TO BKP-SALDO.
024890     MOVE CLI-SALDO-GANHO-ANO  TO BKP-SALDO-GANHO-ANO.
024900     MOVE CLI-JUROS-ACUMULADO  TO BKP-JUROS-ACUMULADO.
024910     MOVE CLI-DOCUMENTO        TO BKP-DOCUMENTO.
024920     MOVE CLI-TIPO-DOC         TO BKP-TIPO-DOC.
024930     MOVE CLI-DATA-ABERTURA    TO BKP-DATA-ABERTURA.
024940     MOVE CLI-DATA-ENCERRAMENTO TO BKP-DATA-ENCERRAMENTO.
024950     MOVE WRK-DATA-EXECUCAO    TO BKP-DATA-BACKUP.
024960     MOVE CLI-DATA-ULTIMO-JUROS TO BKP-DATA-ULTIMO-JUROS.
024970     MOVE CLI-ENDERECO         TO BKP-ENDERECO.
024980     MOVE CLI-CIDADE           TO BKP-CIDADE.
024990     MOVE CLI-UF               TO BKP-UF.
025000     MOVE CLI-CEP              TO BKP-CEP.
025010     MOVE CLI-TELEFONE         TO BKP-TELEFONE.
025020     MOVE CLI-EMAIL            TO BKP-EMAIL.
025030     MOVE CLI-AGENCIA          TO BKP-AGENCIA.
025040     MOVE CLI-IRRF-ANO         TO BKP-IRRF-ANO.
025050     MOVE CLI-PREF-EXTRATO     TO BKP-PREF-EXTRATO.
025060     MOVE CLI-END-SITUACAO     TO BKP-END-SITUACAO.
025070     MOVE CLI-RISCO-KYC        TO BKP-RISCO-KYC.
025080     MOVE CLI-DATA-ULT-REVISAO TO BKP-DATA-ULT-REVISAO.
025090     MOVE CLI-DATA-PROX-REVISAO TO BKP-DATA-PROX-REVISAO.
025100     MOVE CLI-DATA-REATIVACAO  TO BKP-DATA-REATIVACAO.
025110     MOVE CLI-DATA-NASCIMENTO  TO BKP-DATA-NASCIMENTO.
025120     MOVE CLI-RESP-CPF         TO BKP-RESP-CPF.
025130     MOVE CLI-RESP-NOME        TO BKP-RESP-NOME.
025140     MOVE CLI-ALERTA-CANAL     TO BKP-ALERTA-CANAL.
025150     MOVE CLI-ALERTA-VALOR-MIN TO BKP-ALERTA-VALOR-MIN.
025160     MOVE CLI-ALERTA-EVENTOS   TO BKP-ALERTA-EVENTOS.
025170     MOVE CLI-EMAIL-SITUACAO   TO BKP-EMAIL-SITUACAO.
025180     MOVE CLI-FONE-SITUACAO    TO BKP-FONE-SITUACAO.
025190     WRITE BKP-LINHA FROM BKP-REGISTRO.
025200 1165-COPIAR-REGISTRO-BACKUP-EXIT.
025210     EXIT.
025220
025230*----------------------------------------------------------*
025240* 2000-PROCESSAR-CLIENTES - APLICA OS JUROS E GRAVA DE      *
025250*                           VOLTA O SALDO ATUALIZADO.       *
025260*----------------------------------------------------------*
025270 2000-PROCESSAR-CLIENTES.
025280     MOVE CLI-ID TO WRK-CLIENTE-ID.
025290     PERFORM 2010-VALIDAR-CLIENTE THRU 2010-VALIDAR-CLIENTE-EXIT.
025300     IF CLIENTE-INVALIDO
025310         PERFORM 2020-GRAVAR-REJEITO THRU 2020-GRAVAR-REJEITO-EXIT
025320         PERFORM 2100-LER-PROXIMO-CLIENTE
025330                 THRU 2100-LER-PROXIMO-CLIENTE-EXIT
025340         GO TO 2000-PROCESSAR-CLIENTES-EXIT
025350     END-IF.
025360     IF WRK-AGENCIA-FILTRO NOT = ZEROS
025370             AND CLI-AGENCIA NOT = WRK-AGENCIA-FILTRO
025380         PERFORM 2100-LER-PROXIMO-CLIENTE
025390                 THRU 2100-LER-PROXIMO-CLIENTE-EXIT
025400         GO TO 2000-PROCESSAR-CLIENTES-EXIT
025410     END-IF.
025420     IF CLI-INATIVO OR CLI-DORMENTE OR CLI-PREJUIZO
025430         PERFORM 2100-LER-PROXIMO-CLIENTE
025440                 THRU 2100-LER-PROXIMO-CLIENTE-EXIT
025450         GO TO 2000-PROCESSAR-CLIENTES-EXIT
025460     END-IF.
025470     IF CLI-DATA-ABERTURA > WRK-DATA-EXECUCAO
025480             OR (CLI-DATA-ENCERRAMENTO NOT = ZEROS
025490             AND CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-EXECUCAO)
025500         PERFORM 2100-LER-PROXIMO-CLIENTE
025510                 THRU 2100-LER-PROXIMO-CLIENTE-EXIT
025520         GO TO 2000-PROCESSAR-CLIENTES-EXIT
025530     END-IF.
025540     IF WRK-DIAS-CATCHUP > ZEROS
025550         PERFORM 2045-POSTAR-DIAS-PERDIDOS
025560                 THRU 2045-POSTAR-DIAS-PERDIDOS-EXIT
025570     END-IF.
025580     MOVE WRK-DATA-EXECUCAO TO WRK-DATA-LANC.
025590     PERFORM 2050-CALCULAR-JUROS THRU 2050-CALCULAR-JUROS-EXIT.
025600     MOVE CLI-SALDO TO WRK-SALDO-ED.
025610     PERFORM 2090-RESOLVER-SIMBOLO-MOEDA
025620             THRU 2090-RESOLVER-SIMBOLO-MOEDA-EXIT.
025630     IF MODO-REAL
025640         PERFORM 2060-GRAVAR-AUDITORIA
025650                 THRU 2060-GRAVAR-AUDITORIA-EXIT
025660         PERFORM 2067-GRAVAR-EXTRATO
025670                 THRU 2067-GRAVAR-EXTRATO-EXIT
025680         REWRITE CLI-REGISTRO
025690         IF FS-CLIENTES-MASTER NOT = "00"
025700             DISPLAY "CLIENTES: ERRO AO REGRAVAR CLIENTE "
025710                     WRK-CLIENTE-ID " STATUS " FS-CLIENTES-MASTER
025720         ELSE
025730             MOVE WRK-DATA-EXECUCAO TO JRNL-DATA
025740             MOVE WRK-CLIENTE-ID    TO JRNL-ID
025750             WRITE JRNL-REGISTRO
025760         END-IF
025770     END-IF.
025780     ADD 1 TO WRK-CONT-CLIENTES.
025790     ADD WRK-SALDO-ANTERIOR TO WRK-TOTAL-SALDO-ANT.
025800     ADD CLI-SALDO TO WRK-TOTAL-SALDO.
025810     ADD WRK-JUROS-DIARIO TO WRK-TOTAL-JUROS.
025820     PERFORM 2068-ACUMULAR-CLASSE-GL
025830             THRU 2068-ACUMULAR-CLASSE-GL-EXIT.
025840     PERFORM 2069-ACUMULAR-AGENCIA
025850             THRU 2069-ACUMULAR-AGENCIA-EXIT.
025860     PERFORM 2065-ACUMULAR-SALDO-MOEDA
025870             THRU 2065-ACUMULAR-SALDO-MOEDA-EXIT.
025880     PERFORM 2200-IMPRIMIR-DETALHE
025890             THRU 2200-IMPRIMIR-DETALHE-EXIT.
025900     PERFORM 2080-VERIFICAR-EXCECAO
025910             THRU 2080-VERIFICAR-EXCECAO-EXIT.
025920     ADD 1 TO WRK-CONT-CHECKPOINT.
025930     IF WRK-CONT-CHECKPOINT >= WRK-CKPT-INTERVALO
025940         IF MODO-REAL
025950             PERFORM 2070-GRAVAR-CHECKPOINT
025960                     THRU 2070-GRAVAR-CHECKPOINT-EXIT
025970         END-IF
025980         MOVE ZEROS TO WRK-CONT-CHECKPOINT
025990     END-IF.
026000     PERFORM 2100-LER-PROXIMO-CLIENTE
026010             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
026020 2000-PROCESSAR-CLIENTES-EXIT.
026030     EXIT.
026040
026050*----------------------------------------------------------*
026060* 2010-VALIDAR-CLIENTE - CRITICA O REGISTRO ANTES DE        *
026070*                     APLICAR OS JUROS. QUALQUER CAMPO      *
026080*                     FORA DO DOMINIO ESPERADO REJEITA O    *
026090*                     CLIENTE NESTA EXECUCAO.                *
026100*----------------------------------------------------------*
026110 2010-VALIDAR-CLIENTE.
026120     SET CLIENTE-VALIDO TO TRUE.
026130     MOVE ZEROS TO WRK-COD-MOTIVO-REJ.
026140     IF CLI-ID = ZEROS
026150         SET CLIENTE-INVALIDO TO TRUE
026160         MOVE 10 TO WRK-COD-MOTIVO-REJ
026170     ELSE
026180         IF CLI-NOME = SPACES
026190             SET CLIENTE-INVALIDO TO TRUE
026200             MOVE 20 TO WRK-COD-MOTIVO-REJ
026210         ELSE
026220             IF NOT CONTA-POUPANCA AND NOT CONTA-PREMIUM
026230                     AND NOT CONTA-EMPRESARIAL
026240                 SET CLIENTE-INVALIDO TO TRUE
026250                 MOVE 30 TO WRK-COD-MOTIVO-REJ
026260             ELSE
026270                 IF NOT CLI-ATIVO AND NOT CLI-INATIVO
026280                         AND NOT CLI-DORMENTE
026290                         AND NOT CLI-PREJUIZO
026300                         AND NOT CLI-FALECIDO
026310                     SET CLIENTE-INVALIDO TO TRUE
026320                     MOVE 40 TO WRK-COD-MOTIVO-REJ
026330                 ELSE
026340                     CALL "DOCVALID" USING CLI-DOCUMENTO
026350                             CLI-TIPO-DOC WRK-DOC-VALIDO
026360                     IF DOCUMENTO-COM-ERRO
026370                         SET CLIENTE-INVALIDO TO TRUE
026380                         MOVE 50 TO WRK-COD-MOTIVO-REJ
026390                     END-IF
026400                 END-IF
026410             END-IF
026420         END-IF
026430     END-IF.
026440 2010-VALIDAR-CLIENTE-EXIT.
026450     EXIT.
026460
026470*----------------------------------------------------------*
026480* 2020-GRAVAR-REJEITO - IMPRIME O CLIENTE REJEITADO NA      *
026490*                    CRITICA, COM O CODIGO DO MOTIVO        *
026500*----------------------------------------------------------*
026510 2020-GRAVAR-REJEITO.
026520     MOVE WRK-CLIENTE-ID  TO REJ-DET-ID.
026530     MOVE CLI-NOME        TO REJ-DET-NOME.
026540     MOVE WRK-COD-MOTIVO-REJ TO REJ-DET-CODIGO.
026550     EVALUATE WRK-COD-MOTIVO-REJ
026560         WHEN 10
026570             MOVE "NUMERO DO CLIENTE ZERADO" TO REJ-DET-MOTIVO
026580         WHEN 20
026590             MOVE "NOME DO CLIENTE EM BRANCO" TO REJ-DET-MOTIVO
026600         WHEN 30
026610             MOVE "TIPO DE CONTA INVALIDO" TO REJ-DET-MOTIVO
026620         WHEN 40
026630             MOVE "STATUS DO CLIENTE INVALIDO" TO REJ-DET-MOTIVO
026640         WHEN 50
026650             MOVE "CPF/CNPJ COM DIGITO INVALIDO" TO REJ-DET-MOTIVO
026660         WHEN OTHER
026670             MOVE "MOTIVO DESCONHECIDO" TO REJ-DET-MOTIVO
026680     END-EVALUATE.
026690     WRITE REJ-LINHA FROM REJ-DETALHE AFTER ADVANCING 1 LINE.
026700     IF MODO-REAL
026710         MOVE WRK-DATA-EXECUCAO  TO RCY-DATA
026720         MOVE WRK-CLIENTE-ID     TO RCY-ID
026730         MOVE WRK-COD-MOTIVO-REJ TO RCY-MOTIVO
026740         WRITE RCY-REGISTRO
026750     END-IF.
026760     ADD 1 TO WRK-CONT-REJEITADOS.
026770 2020-GRAVAR-REJEITO-EXIT.
026780     EXIT.
026790
026800*----------------------------------------------------------*
026810* 2045-POSTAR-DIAS-PERDIDOS - CATCH-UP: PARA CADA DIA DE   *
026820*                  PROCESSAMENTO PERDIDO ENTRE O ULTIMO    *
026830*                  LOTE (CLICTRL) E A DATA CORRENTE        *
026840*                  (LEVANTADO NO CLICALEN POR 1135), POSTA *
026850*                  A PARCELA DAQUELE DIA COM LINHA DE      *
026860*                  AUDITORIA DATADA DO DIA PERDIDO, ANTES  *
026870*                  DA PARCELA DO PROPRIO DIA. OS VALORES   *
026880*                  ENTRAM NO TOTAL DE JUROS, NO TOTAL DE   *
026890*                  CATCH-UP DO QUADRO E NAS CLASSES        *
026900*                  CONTABEIS.                              *
026910*----------------------------------------------------------*
026920 2045-POSTAR-DIAS-PERDIDOS.
026930     PERFORM 2047-POSTAR-UM-DIA-PERDIDO
026940             THRU 2047-POSTAR-UM-DIA-PERDIDO-EXIT
026950             VARYING WRK-IDX-CATCH FROM 1 BY 1
026960             UNTIL WRK-IDX-CATCH > WRK-DIAS-CATCHUP.
026970     MOVE WRK-DIAS-PERIODO-EXEC TO WRK-DIAS-PERIODO.
026980 2045-POSTAR-DIAS-PERDIDOS-EXIT.
026990     EXIT.
027000
027010*----------------------------------------------------------*
027020* 2047-POSTAR-UM-DIA-PERDIDO - POSTA A PARCELA DE UM DIA   *
027030*                  PERDIDO                                 *
027040*----------------------------------------------------------*
027050 2047-POSTAR-UM-DIA-PERDIDO.
027060*    CONTA ABERTA DURANTE O BURACO NAO ACUMULA PARCELA DE
027070*    DIA ANTERIOR A PROPRIA ABERTURA.
027080     IF TAB-DATA-CATCH (WRK-IDX-CATCH) < CLI-DATA-ABERTURA
027090         GO TO 2047-POSTAR-UM-DIA-PERDIDO-EXIT
027100     END-IF.
027110     MOVE TAB-DATA-CATCH (WRK-IDX-CATCH) TO WRK-DATA-LANC.
027120*    A PARCELA DO DIA PERDIDO E DIVIDIDA PELOS DIAS DE
027130*    PROCESSAMENTO DO MES DAQUELE DIA - UM BURACO QUE CRUZA
027140*    A VIRADA DO MES NAO USA O DIVISOR DO MES CORRENTE.
027150     COMPUTE WRK-AAAAMM-BUSCA = WRK-DATA-LANC / 100.
027160     PERFORM 1138-PROCURAR-MES-UTIL
027170             THRU 1138-PROCURAR-MES-UTIL-EXIT.
027180     IF WRK-IDX-MU-ACHADO NOT = ZEROS
027190             AND TAB-MU-DIAS (WRK-IDX-MU-ACHADO) > ZEROS
027200         MOVE TAB-MU-DIAS (WRK-IDX-MU-ACHADO)
027210                 TO WRK-DIAS-PERIODO
027220     ELSE
027230         MOVE WRK-DIAS-PERIODO-EXEC TO WRK-DIAS-PERIODO
027240     END-IF.
027250     PERFORM 2050-CALCULAR-JUROS THRU 2050-CALCULAR-JUROS-EXIT.
027260     ADD WRK-JUROS-DIARIO TO WRK-TOTAL-JUROS.
027270     ADD WRK-JUROS-DIARIO TO WRK-TOTAL-CATCHUP.
027280     PERFORM 2068-ACUMULAR-CLASSE-GL
027290             THRU 2068-ACUMULAR-CLASSE-GL-EXIT.
027300     IF MODO-REAL
027310         PERFORM 2060-GRAVAR-AUDITORIA
027320                 THRU 2060-GRAVAR-AUDITORIA-EXIT
027330     END-IF.
027340 2047-POSTAR-UM-DIA-PERDIDO-EXIT.
027350     EXIT.
027360
027370*----------------------------------------------------------*
027380* 2049-APURAR-BASE-DIA - RESOLVE A BASE DO JUROS DO DIA DO *
027390*                       CLIENTE CORRENTE: O SALDO MENOS O  *
027400*                       LIQUIDO DOS MOVIMENTOS "M" DA DATA *
027410*                       (TABELA DE 1148). CLIENTE SEM      *
027420*                       MOVIMENTO FICA COM O PROPRIO SALDO *
027430*----------------------------------------------------------*
027440 2049-APURAR-BASE-DIA.
027450     MOVE WRK-CLIENTE-ID TO WRK-CLIENTE-MDI.
027460     MOVE ZEROS TO WRK-IDX-MDI-ACHADO.
027470     PERFORM 1151-PROCURAR-MOV-DIA
027480             THRU 1151-PROCURAR-MOV-DIA-EXIT
027490             VARYING WRK-IDX-MDI FROM 1 BY 1
027500             UNTIL WRK-IDX-MDI > WRK-QTD-MDI.
027510     IF WRK-IDX-MDI-ACHADO NOT = ZEROS
027520         COMPUTE WRK-SALDO-BASE = CLI-SALDO
027530                 - TAB-MDI-VALOR (WRK-IDX-MDI-ACHADO)
027540     END-IF.
027550 2049-APURAR-BASE-DIA-EXIT.
027560     EXIT.
027570
027580*----------------------------------------------------------*
027590* 2050-CALCULAR-JUROS - SALDO NEGATIVO (CONTA NO CHEQUE     *
027600*                       ESPECIAL) PAGA A TAXA DE MULTA      *
027610*                       TODO DIA, NAS DUAS EXECUCOES.       *
027620*                       SALDO POSITIVO SO E CAPITALIZADO NA *
027630*                       EXECUCAO MENSAL; NA DIARIA O JUROS  *
027640*                       FICA ACUMULADO EM CLI-JUROS-ACUMU-  *
027650*                       LADO, SEM ALTERAR O SALDO. COMO O   *
027660*                       LOTE RODA TODO DIA (TIPO-DIARIO) E  *
027670*                       SO CAPITALIZA NO FECHAMENTO (TIPO-  *
027680*                       MENSAL), WRK-FATOR-APLICADO E' A    *
027690*                       TAXA DO PERIODO INTEIRO (MES), NAO  *
027700*                       A TAXA DE UM DIA - POR ISSO O JUROS *
027710*                       DE CADA EXECUCAO E' DIVIDIDO POR    *
027720*                       WRK-DIAS-PERIODO ANTES DE SOMAR EM  *
027730*                       CLI-JUROS-ACUMULADO, PARA QUE AS    *
027740*                       EXECUCOES DO MES, SOMADAS, FECHEM   *
027750*                       NA TAXA CONFIGURADA E NAO NUM       *
027760*                       MULTIPLO DELA. UMA CONTA ABERTA NO  *
027770*                       MEIO DO MES SO ENTRA AQUI (VIA 2010)*
027780*                       A PARTIR DO DIA DE ABERTURA, ENTAO  *
027790*                       RECEBE NATURALMENTE MENOS PARCELAS  *
027800*                       DIARIAS - NAO HA RATEIO A PARTE.    *
027810*                       WRK-JUROS-DIARIO SEMPRE FICA COM O  *
027820*                       VALOR DE JUROS REALMENTE APLICADO   *
027830*                       NESTE CLIENTE NESTA EXECUCAO, PARA  *
027840*                       A AUDITORIA, O EXTRATO E O TOTAL DE *
027850*                       CONTROLE REFLETIREM O JUROS REAL,   *
027860*                       MESMO QUANDO O SALDO NAO MUDA (LOTE *
027870*                       DIARIO).                            *
027880*----------------------------------------------------------*
027890 2050-CALCULAR-JUROS.
027900     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
027910     MOVE CLI-SALDO TO WRK-SALDO-BASE.
027920     IF CLI-SALDO < ZERO
027930         MOVE WRK-FATOR-MULTA TO WRK-FATOR-APLICADO
027940         COMPUTE CLI-SALDO = CLI-SALDO * WRK-FATOR-APLICADO
027950         COMPUTE WRK-JUROS-DIARIO = CLI-SALDO - WRK-SALDO-ANTERIOR
027960     ELSE
027970         IF CONTA-PREMIUM
027980             MOVE WRK-FATOR-PREMIUM TO WRK-FATOR-APLICADO
027990         ELSE
028000             IF CONTA-EMPRESARIAL
028010                 MOVE WRK-FATOR-EMPRESA TO WRK-FATOR-APLICADO
028020             ELSE
028030                 MOVE WRK-FATOR-JUROS TO WRK-FATOR-APLICADO
028040             END-IF
028050         END-IF
028060         IF MOEDA-DOLAR
028070             MOVE WRK-FATOR-USD TO WRK-FATOR-APLICADO
028080         ELSE
028090             IF MOEDA-EURO
028100                 MOVE WRK-FATOR-EUR TO WRK-FATOR-APLICADO
028110             END-IF
028120         END-IF
028130*        ACORDO DE TAXA NEGOCIADA COM A JANELA ABERTA NA
028140*        DATA DO LANCAMENTO SOBREPOE O FATOR DO TIPO/MOEDA.
028150         PERFORM 2051-APLICAR-TAXA-NEGOCIADA
028160                 THRU 2051-APLICAR-TAXA-NEGOCIADA-EXIT
028170*        A BASE DO DIA E O SALDO QUE A CONTA CARREGOU PELO
028180*        DIA: O SALDO CORRENTE MENOS OS MOVIMENTOS "M" DA
028190*        PROPRIA DATA. NO CATCH-UP (LANCAMENTO DE DIA
028200*        PERDIDO) NAO HA COMO RECONSTRUIR A BASE DAQUELE
028210*        DIA, ENTAO VALE O SALDO. BASE NEGATIVA NAO RENDE.
028220         IF WRK-DATA-LANC = WRK-DATA-EXECUCAO
028230             PERFORM 2049-APURAR-BASE-DIA
028240                     THRU 2049-APURAR-BASE-DIA-EXIT
028250         END-IF
028260         IF WRK-SALDO-BASE < ZERO
028270             MOVE ZEROS TO WRK-SALDO-BASE
028280         END-IF
028290         COMPUTE WRK-JUROS-DIARIO ROUNDED = WRK-SALDO-BASE
028300                 * (WRK-FATOR-APLICADO - 1) / WRK-DIAS-PERIODO
028310         ADD WRK-JUROS-DIARIO TO CLI-JUROS-ACUMULADO
028320         IF CONTA-POUPANCA
028330             PERFORM 2052-ANIVERSARIO-POUPANCA
028340                     THRU 2052-ANIVERSARIO-POUPANCA-EXIT
028350         ELSE
028360*            NO CATCH-UP AS PARCELAS DOS DIAS PERDIDOS SO
028370*            ACUMULAM; O FECHAMENTO (COM IRRF) E UM SO, NO
028380*            LANCAMENTO DO PROPRIO DIA.
028390             IF TIPO-MENSAL
028400                     AND WRK-DATA-LANC = WRK-DATA-EXECUCAO
028410                 PERFORM 2053-CAPITALIZAR-COM-IRRF
028420                         THRU 2053-CAPITALIZAR-COM-IRRF-EXIT
028430             END-IF
028440         END-IF
028450     END-IF.
028460     IF MODO-REAL AND ARQUIVO-IOF-OK
028470         PERFORM 2054-ACUMULAR-IOF THRU 2054-ACUMULAR-IOF-EXIT
028480     END-IF.
028490     MOVE WRK-DATA-LANC TO CLI-DATA-ULTIMO-JUROS.
028500 2050-CALCULAR-JUROS-EXIT.
028510     EXIT.
028520
028530*----------------------------------------------------------*
028540* 2051-APLICAR-TAXA-NEGOCIADA - SE O CLIENTE TEM ACORDO NO *
028550*                  CLITXNEG E A DATA DO LANCAMENTO CAI NA  *
028560*                  JANELA DE VIGENCIA, O FATOR NEGOCIADO   *
028570*                  SOBREPOE O FATOR APLICADO. ACORDO       *
028580*                  VENCIDO OU AINDA NAO VIGENTE E          *
028590*                  IGNORADO EM SILENCIO.                   *
028600*----------------------------------------------------------*
028610 2051-APLICAR-TAXA-NEGOCIADA.
028620     IF NOT ARQUIVO-NEGOC-OK
028630         GO TO 2051-APLICAR-TAXA-NEGOCIADA-EXIT
028640     END-IF.
028650     MOVE WRK-CLIENTE-ID TO NEG-CLI-ID.
028660     READ NEGOCIADAS
028670         INVALID KEY
028680             GO TO 2051-APLICAR-TAXA-NEGOCIADA-EXIT
028690     END-READ.
028700     IF WRK-DATA-LANC NOT < NEG-DATA-INICIO
028710             AND WRK-DATA-LANC NOT > NEG-DATA-FIM
028720         MOVE NEG-FATOR TO WRK-FATOR-APLICADO
028730     END-IF.
028740 2051-APLICAR-TAXA-NEGOCIADA-EXIT.
028750     EXIT.
028760
028770*----------------------------------------------------------*
028780* 2052-ANIVERSARIO-POUPANCA - A POUPANCA NAO CAPITALIZA    *
028790*                  MAIS NO FECHAMENTO MENSAL DA CASA: O    *
028800*                  RENDIMENTO E CREDITADO NO ANIVERSARIO   *
028810*                  MENSAL DA ABERTURA DA PROPRIA CONTA.    *
028820*                  SE O DIA DA ABERTURA E MAIOR QUE O      *
028830*                  ULTIMO DIA DO MES CORRENTE, O           *
028840*                  ANIVERSARIO CAI NO ULTIMO DIA. O        *
028850*                  GATILHO E O PRIMEIRO LANCAMENTO NA DATA *
028860*                  DO ANIVERSARIO OU DEPOIS DELA (DATA DO  *
028870*                  LANCAMENTO NAO MENOR QUE O ANIVERSARIO  *
028880*                  DO MES E ULTIMO LANCAMENTO ANTERIOR A   *
028890*                  ELE) - ANIVERSARIO QUE CAI EM FERIADO   *
028900*                  OU FIM DE SEMANA, QUANDO O CLICALEN NAO *
028910*                  DEIXA O LOTE RODAR, E CREDITADO NO      *
028920*                  PRIMEIRO DIA DE PROCESSAMENTO SEGUINTE, *
028930*                  NAO MAIS EMPURRADO PARA O MES SEGUINTE. *
028940*                  O ACUMULADO INTEIRO E CAPITALIZADO NO   *
028950*                  SALDO E CONTADO NO GANHO DO ANO, E A    *
028960*                  CAPITALIZACAO E TOTALIZADA EM SEPARADO  *
028970*                  NO RELCLI.                              *
028980*----------------------------------------------------------*
028990 2052-ANIVERSARIO-POUPANCA.
029000     MOVE WRK-DATA-LANC TO WRK-DATA-CALC.
029010     PERFORM 1145-APURAR-DIA-DO-MES
029020             THRU 1145-APURAR-DIA-DO-MES-EXIT.
029030     COMPUTE WRK-DIA-ABERTURA = CLI-DATA-ABERTURA
029040             - (CLI-DATA-ABERTURA / 100) * 100.
029050     IF WRK-DIA-ABERTURA > WRK-DIAS-CIVIS-CALC
029060         MOVE WRK-DIAS-CIVIS-CALC TO WRK-DIA-ANIVERSARIO
029070     ELSE
029080         MOVE WRK-DIA-ABERTURA TO WRK-DIA-ANIVERSARIO
029090     END-IF.
029100     COMPUTE WRK-DATA-ANIVERS = WRK-ANO-CALC * 10000
029110             + WRK-MES-CALC * 100 + WRK-DIA-ANIVERSARIO.
029120*    CLI-DATA-ULTIMO-JUROS AINDA GUARDA O LANCAMENTO
029130*    ANTERIOR (2050 SO O ATUALIZA DEPOIS DESTE PARAGRAFO):
029140*    SE ELE JA ALCANCOU O ANIVERSARIO DO MES, O CREDITO
029150*    DESTE MES JA SAIU.
029160     IF WRK-DATA-LANC < WRK-DATA-ANIVERS
029170             OR CLI-DATA-ULTIMO-JUROS NOT < WRK-DATA-ANIVERS
029180         GO TO 2052-ANIVERSARIO-POUPANCA-EXIT
029190     END-IF.
029200     IF CLI-JUROS-ACUMULADO = ZEROS
029210         GO TO 2052-ANIVERSARIO-POUPANCA-EXIT
029220     END-IF.
029230     ADD CLI-JUROS-ACUMULADO TO CLI-SALDO.
029240     COMPUTE CLI-SALDO-GANHO-ANO = CLI-SALDO-GANHO-ANO
029250             + (CLI-SALDO - WRK-SALDO-ANTERIOR).
029260     ADD 1 TO WRK-CONT-ANIVERS.
029270     COMPUTE WRK-TOTAL-ANIVERS = WRK-TOTAL-ANIVERS
029280             + CLI-JUROS-ACUMULADO.
029290     MOVE ZEROS TO CLI-JUROS-ACUMULADO.
029300 2052-ANIVERSARIO-POUPANCA-EXIT.
029310     EXIT.
029320
029330*----------------------------------------------------------*
029340* 2053-CAPITALIZAR-COM-IRRF - FECHAMENTO MENSAL DE CONTA   *
029350*                  PREMIUM OU EMPRESARIAL: O IRRF DEVIDO   *
029360*                  SOBRE O ACUMULADO E RETIDO NA FONTE     *
029370*                  (TABELA DE ALIQUOTAS POR TIPO DE CONTA  *
029380*                  NO CLIPARM), O LIQUIDO E CREDITADO NO   *
029390*                  SALDO E O IMPOSTO ACUMULA EM            *
029400*                  CLI-IRRF-ANO PARA O EXTRATO FISCAL      *
029410*                  (CLIIRRF). ALIQUOTA ZERADA = SEM        *
029420*                  RETENCAO.                               *
029430*----------------------------------------------------------*
029440 2053-CAPITALIZAR-COM-IRRF.
029450     IF CONTA-PREMIUM
029460         MOVE WRK-IRRF-PREMIUM TO WRK-IRRF-TAXA
029470     ELSE
029480         MOVE WRK-IRRF-EMPRESA TO WRK-IRRF-TAXA
029490     END-IF.
029500     COMPUTE WRK-IRRF-VALOR ROUNDED =
029510             CLI-JUROS-ACUMULADO * WRK-IRRF-TAXA.
029520     COMPUTE CLI-SALDO = CLI-SALDO + CLI-JUROS-ACUMULADO
029530             - WRK-IRRF-VALOR.
029540     ADD WRK-IRRF-VALOR TO CLI-IRRF-ANO.
029550     ADD WRK-IRRF-VALOR TO WRK-TOTAL-IRRF.
029560     MOVE ZEROS TO CLI-JUROS-ACUMULADO.
029570     COMPUTE CLI-SALDO-GANHO-ANO = CLI-SALDO-GANHO-ANO
029580             + (CLI-SALDO - WRK-SALDO-ANTERIOR).
029590 2053-CAPITALIZAR-COM-IRRF-EXIT.
029600     EXIT.
029610
029620*----------------------------------------------------------*
029630* 2054-ACUMULAR-IOF - IOF DO CHEQUE ESPECIAL DO DIA DE     *
029640*                  LANCAMENTO: SOBRE O SALDO DEVEDOR QUE A *
029650*                  CONTA CARREGOU (ANTES DA MULTA DO DIA), *
029660*                  A ALIQUOTA DIARIA; SOBRE O AUMENTO DO   *
029670*                  SALDO DEVEDOR EM RELACAO AO DIA         *
029680*                  ANTERIOR (CREDITO NOVO TOMADO), A       *
029690*                  ALIQUOTA ADICIONAL. SALDO POSITIVO SO   *
029700*                  ZERA O SALDO DEVEDOR ANTERIOR. DIA JA   *
029710*                  ACUMULADO NAO E SOMADO DE NOVO.         *
029720*----------------------------------------------------------*
029730 2054-ACUMULAR-IOF.
029740     MOVE WRK-CLIENTE-ID TO IOF-CLI-ID.
029750     IF WRK-SALDO-ANTERIOR NOT < ZERO
029760         READ IOF-ACUMULADO
029770             INVALID KEY
029780                 GO TO 2054-ACUMULAR-IOF-EXIT
029790         END-READ
029800         IF IOF-DEVEDOR-ANTERIOR NOT = ZEROS
029810             MOVE ZEROS TO IOF-DEVEDOR-ANTERIOR
029820             REWRITE IOF-REGISTRO
029830         END-IF
029840         GO TO 2054-ACUMULAR-IOF-EXIT
029850     END-IF.
029860     MOVE "N" TO WRK-IOF-NOVO.
029870     READ IOF-ACUMULADO
029880         INVALID KEY
029890             SET IOF-REGISTRO-NOVO TO TRUE
029900             MOVE SPACES         TO IOF-REGISTRO
029910             MOVE WRK-CLIENTE-ID TO IOF-CLI-ID
029920             MOVE ZEROS TO IOF-DIAS-DEVEDOR IOF-BASE-DIARIA
029930                     IOF-VALOR-DIARIO IOF-BASE-ADICIONAL
029940                     IOF-VALOR-ADICIONAL IOF-DEVEDOR-ANTERIOR
029950                     IOF-DATA-ULTIMO-DIA
029960     END-READ.
029970     IF IOF-DATA-ULTIMO-DIA NOT < WRK-DATA-LANC
029980         GO TO 2054-ACUMULAR-IOF-EXIT
029990     END-IF.
030000     IF IOF-DIAS-DEVEDOR = ZEROS
030010         COMPUTE IOF-ANO-MES = WRK-DATA-LANC / 100
030020     END-IF.
030030     COMPUTE WRK-IOF-DEVEDOR = ZERO - WRK-SALDO-ANTERIOR.
030040     ADD 1 TO IOF-DIAS-DEVEDOR.
030050     ADD WRK-IOF-DEVEDOR TO IOF-BASE-DIARIA.
030060     COMPUTE IOF-VALOR-DIARIO = IOF-VALOR-DIARIO
030070             + WRK-IOF-DEVEDOR * WRK-IOF-DIARIO.
030080     IF WRK-IOF-DEVEDOR > IOF-DEVEDOR-ANTERIOR
030090         COMPUTE WRK-IOF-AUMENTO = WRK-IOF-DEVEDOR
030100                 - IOF-DEVEDOR-ANTERIOR
030110         ADD WRK-IOF-AUMENTO TO IOF-BASE-ADICIONAL
030120         COMPUTE IOF-VALOR-ADICIONAL = IOF-VALOR-ADICIONAL
030130                 + WRK-IOF-AUMENTO * WRK-IOF-ADICIONAL
030140     END-IF.
030150     MOVE WRK-IOF-DEVEDOR TO IOF-DEVEDOR-ANTERIOR.
030160     MOVE WRK-DATA-LANC   TO IOF-DATA-ULTIMO-DIA.
030170     MOVE CLI-AGENCIA     TO IOF-AGENCIA.
030180     IF IOF-REGISTRO-NOVO
030190         WRITE IOF-REGISTRO
030200     ELSE
030210         REWRITE IOF-REGISTRO
030220     END-IF.
030230     IF FS-IOF-ACUMULADO NOT = "00"
030240         DISPLAY "CLIENTES: ERRO AO GRAVAR CLIIOFAC DO CLIENTE "
030250                 WRK-CLIENTE-ID " STATUS " FS-IOF-ACUMULADO
030260         GO TO 2054-ACUMULAR-IOF-EXIT
030270     END-IF.
030280     ADD 1 TO WRK-CONT-IOF-DIAS.
030290 2054-ACUMULAR-IOF-EXIT.
030300     EXIT.
030310
030320*----------------------------------------------------------*
030330* 2060-GRAVAR-AUDITORIA - REGISTRA A ALTERACAO DE SALDO     *
030340*                         PARA CONFERENCIA FUTURA.          *
030350*----------------------------------------------------------*
030360 2060-GRAVAR-AUDITORIA.
030370     MOVE WRK-DATA-LANC       TO AUD-DATA.
030380     MOVE "J"                 TO AUD-ORIGEM.
030390     MOVE WRK-CLIENTE-ID      TO AUD-CLIENTE-ID.
030400     MOVE WRK-SALDO-ANTERIOR  TO AUD-SALDO-ANTERIOR.
030410     MOVE CLI-SALDO           TO AUD-SALDO-NOVO.
030420     MOVE WRK-FATOR-APLICADO  TO AUD-TAXA-APLICADA.
030430     MOVE WRK-JUROS-DIARIO    TO AUD-JUROS-DIA.
030440     MOVE WRK-SALDO-BASE      TO AUD-SALDO-BASE.
030450     WRITE AUD-LINHA FROM AUD-REGISTRO.
030460     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
030470 2060-GRAVAR-AUDITORIA-EXIT.
030480     EXIT.
030490
030500*----------------------------------------------------------*
030510* 2065-ACUMULAR-SALDO-MOEDA - SOMA O SALDO ATUALIZADO NO    *
030520*                       SUBTOTAL DA MOEDA DA CONTA, PARA O  *
030530*                       QUADRO DE TOTAIS SEPARAR BRL DE     *
030540*                       CONTAS EM MOEDA ESTRANGEIRA.        *
030550*----------------------------------------------------------*
030560 2065-ACUMULAR-SALDO-MOEDA.
030570     IF MOEDA-DOLAR
030580         ADD CLI-SALDO TO WRK-TOTAL-SALDO-USD
030590     ELSE
030600         IF MOEDA-EURO
030610             ADD CLI-SALDO TO WRK-TOTAL-SALDO-EUR
030620         ELSE
030630             ADD CLI-SALDO TO WRK-TOTAL-SALDO-BRL
030640         END-IF
030650     END-IF.
030660 2065-ACUMULAR-SALDO-MOEDA-EXIT.
030670     EXIT.
030680
030690*----------------------------------------------------------*
030700* 2067-GRAVAR-EXTRATO - GRAVA UM REGISTRO DE LAYOUT FIXO NO *
030710*                       CLIEXTR, PARA O SISTEMA DE EXTRATOS *
030720*                       LER SEM DEPENDER DO FORMATO DO      *
030730*                       RELATORIO IMPRESSO.                 *
030740*----------------------------------------------------------*
030750 2067-GRAVAR-EXTRATO.
030760     MOVE "D"                 TO EXT-TIPO.
030770     MOVE WRK-DATA-EXECUCAO   TO EXT-DATA.
030780     MOVE WRK-CLIENTE-ID      TO EXT-ID.
030790     MOVE CLI-NOME            TO EXT-NOME.
030800     MOVE CLI-MOEDA           TO EXT-MOEDA.
030810     MOVE WRK-SALDO-ANTERIOR  TO EXT-SALDO-ANTERIOR.
030820     MOVE CLI-SALDO           TO EXT-SALDO-NOVO.
030830     MOVE WRK-JUROS-DIARIO    TO EXT-JUROS-APLICADO.
030840     WRITE EXT-REGISTRO.
030850     ADD 1 TO WRK-EXT-QTD.
030860     ADD WRK-JUROS-DIARIO TO WRK-EXT-HASH.
030870 2067-GRAVAR-EXTRATO-EXIT.
030880     EXIT.
030890
030900*----------------------------------------------------------*
030910* 2068-ACUMULAR-CLASSE-GL - SOMA O JUROS DA EXECUCAO NA    *
030920*                       CLASSE CONTABIL DO LANCAMENTO:     *
030930*                       MULTA DE CHEQUE ESPECIAL (SALDO    *
030940*                       NEGATIVO) POR MOEDA, OU DESPESA DE *
030950*                       JUROS POR MOEDA ESTRANGEIRA E, NO  *
030960*                       BRL, POR TIPO DE CONTA - O MESMO   *
030970*                       CRITERIO DE TAXA DE 2050.          *
030980*----------------------------------------------------------*
030990 2068-ACUMULAR-CLASSE-GL.
031000     IF WRK-SALDO-ANTERIOR < ZERO
031010         IF MOEDA-DOLAR
031020             ADD WRK-JUROS-DIARIO TO WRK-GL-MULTA-USD
031030         ELSE
031040             IF MOEDA-EURO
031050                 ADD WRK-JUROS-DIARIO TO WRK-GL-MULTA-EUR
031060             ELSE
031070                 ADD WRK-JUROS-DIARIO TO WRK-GL-MULTA-BRL
031080             END-IF
031090         END-IF
031100     ELSE
031110         IF MOEDA-DOLAR
031120             ADD WRK-JUROS-DIARIO TO WRK-GL-JUROS-USD
031130         ELSE
031140             IF MOEDA-EURO
031150                 ADD WRK-JUROS-DIARIO TO WRK-GL-JUROS-EUR
031160             ELSE
031170                 IF CONTA-PREMIUM
031180                     ADD WRK-JUROS-DIARIO TO WRK-GL-JUROS-PREM
031190                 ELSE
031200                     IF CONTA-EMPRESARIAL
031210                         ADD WRK-JUROS-DIARIO
031220                                 TO WRK-GL-JUROS-EMPR
031230                     ELSE
031240                         ADD WRK-JUROS-DIARIO
031250                                 TO WRK-GL-JUROS-POUP
031260                     END-IF
031270                 END-IF
031280             END-IF
031290         END-IF
031300     END-IF.
031310 2068-ACUMULAR-CLASSE-GL-EXIT.
031320     EXIT.
031330
031340*----------------------------------------------------------*
031350* 2069-ACUMULAR-AGENCIA - SOMA O CLIENTE PROCESSADO NOS    *
031360*                       TOTAIS DA SUA AGENCIA, PARA O      *
031370*                       QUADRO DE CONTROLE QUEBRAR POR     *
031380*                       AGENCIA                            *
031390*----------------------------------------------------------*
031400 2069-ACUMULAR-AGENCIA.
031410     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
031420     PERFORM 2071-PROCURAR-AGENCIA
031430             THRU 2071-PROCURAR-AGENCIA-EXIT
031440             VARYING WRK-IDX-AG FROM 1 BY 1
031450             UNTIL WRK-IDX-AG > WRK-QTD-AG.
031460     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
031470     IF WRK-IDX-AG = ZEROS
031480         IF WRK-QTD-AG >= WRK-MAX-AG
031490             DISPLAY "CLIENTES: TABELA DE AGENCIAS CHEIA - "
031500                     "AGENCIA " CLI-AGENCIA " FORA DO QUADRO"
031510             GO TO 2069-ACUMULAR-AGENCIA-EXIT
031520         END-IF
031530         ADD 1 TO WRK-QTD-AG
031540         MOVE WRK-QTD-AG TO WRK-IDX-AG
031550         MOVE CLI-AGENCIA TO TAB-AG-CODIGO (WRK-IDX-AG)
031560         MOVE ZEROS TO TAB-AG-CLIENTES (WRK-IDX-AG)
031570         MOVE ZEROS TO TAB-AG-SALDO (WRK-IDX-AG)
031580         MOVE ZEROS TO TAB-AG-JUROS (WRK-IDX-AG)
031590     END-IF.
031600     ADD 1 TO TAB-AG-CLIENTES (WRK-IDX-AG).
031610     ADD CLI-SALDO TO TAB-AG-SALDO (WRK-IDX-AG).
031620     ADD WRK-JUROS-DIARIO TO TAB-AG-JUROS (WRK-IDX-AG).
031630 2069-ACUMULAR-AGENCIA-EXIT.
031640     EXIT.
031650
031660*----------------------------------------------------------*
031670* 2071-PROCURAR-AGENCIA - CONFERE UMA ENTRADA DA TABELA DE *
031680*                       AGENCIAS CONTRA A AGENCIA DO       *
031690*                       CLIENTE CORRENTE                   *
031700*----------------------------------------------------------*
031710 2071-PROCURAR-AGENCIA.
031720     IF WRK-IDX-AG-ACHADO = ZEROS
031730             AND TAB-AG-CODIGO (WRK-IDX-AG) = CLI-AGENCIA
031740         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
031750     END-IF.
031760 2071-PROCURAR-AGENCIA-EXIT.
031770     EXIT.
031780
031790*----------------------------------------------------------*
031800* 2070-GRAVAR-CHECKPOINT - GRAVA O ULTIMO CLIENTE ATUALIZADO*
031810*                       COM SUCESSO, PARA UM EVENTUAL       *
031820*                       REINICIO APOS TERMINO ANORMAL.      *
031830*----------------------------------------------------------*
031840 2070-GRAVAR-CHECKPOINT.
031850     OPEN OUTPUT CHECKPOINT.
031860     MOVE WRK-CLIENTE-ID TO CKPT-ULTIMO-ID.
031870     WRITE CKPT-REGISTRO.
031880     CLOSE CHECKPOINT.
031890 2070-GRAVAR-CHECKPOINT-EXIT.
031900     EXIT.
031910
031920*----------------------------------------------------------*
031930* 2075-APURAR-LIMITE-CLIENTE - RESOLVE O LIMITE DE CHEQUE  *
031940*                       ESPECIAL DO CLIENTE CORRENTE: O    *
031950*                       CONTRATADO NO CLILIMIT, OU O       *
031960*                       PADRAO DO CLIPARM QUANDO A CONTA   *
031970*                       NAO TEM REGISTRO                   *
031980*----------------------------------------------------------*
031990 2075-APURAR-LIMITE-CLIENTE.
032000     MOVE WRK-LIMITE-OVERDR TO WRK-LIMITE-CLIENTE.
032010     IF NOT ARQUIVO-LIMITES-OK
032020         GO TO 2075-APURAR-LIMITE-CLIENTE-EXIT
032030     END-IF.
032040     MOVE WRK-CLIENTE-ID TO LIM-CLI-ID.
032050     READ LIMITES
032060         INVALID KEY
032070             CONTINUE
032080         NOT INVALID KEY
032090             MOVE LIM-VALOR TO WRK-LIMITE-CLIENTE
032100     END-READ.
032110 2075-APURAR-LIMITE-CLIENTE-EXIT.
032120     EXIT.
032130
032140*----------------------------------------------------------*
032150* 2080-VERIFICAR-EXCECAO - SINALIZA SALDOS ALEM DO LIMITE   *
032160*                       DE CHEQUE ESPECIAL (O CONTRATADO    *
032170*                       DA CONTA, OU O PADRAO DO CLIPARM)   *
032180*                       OU ACIMA DO TETO CONFIGURADO PARA   *
032190*                       REVISAO.                            *
032200*----------------------------------------------------------*
032210 2080-VERIFICAR-EXCECAO.
032220     PERFORM 2075-APURAR-LIMITE-CLIENTE
032230             THRU 2075-APURAR-LIMITE-CLIENTE-EXIT.
032240     IF CLI-SALDO < WRK-LIMITE-CLIENTE
032250         MOVE "SALDO ABAIXO DO LIMITE PERMITIDO"
032260                 TO EXC-DET-MOTIVO
032270         PERFORM 2085-IMPRIMIR-EXCECAO
032280                 THRU 2085-IMPRIMIR-EXCECAO-EXIT
032290     ELSE
032300         IF CLI-SALDO > WRK-SALDO-MAXIMO
032310             MOVE "SALDO ACIMA DO TETO CONFIGURADO"
032320                     TO EXC-DET-MOTIVO
032330             PERFORM 2085-IMPRIMIR-EXCECAO
032340                     THRU 2085-IMPRIMIR-EXCECAO-EXIT
032350         END-IF
032360     END-IF.
032370 2080-VERIFICAR-EXCECAO-EXIT.
032380     EXIT.
032390
032400*----------------------------------------------------------*
032410* 2085-IMPRIMIR-EXCECAO - IMPRIME UMA LINHA NO RELEXC       *
032420*----------------------------------------------------------*
032430 2085-IMPRIMIR-EXCECAO.
032440     MOVE WRK-CLIENTE-ID   TO EXC-DET-ID.
032450     MOVE CLI-NOME         TO EXC-DET-NOME.
032460     MOVE WRK-SIMBOLO-REGISTRO TO EXC-DET-MOEDA.
032470     MOVE WRK-SALDO-ED     TO EXC-DET-SALDO.
032480     WRITE EXC-LINHA FROM EXC-DETALHE AFTER ADVANCING 1 LINE.
032490     ADD 1 TO WRK-CONT-EXCECOES.
032500 2085-IMPRIMIR-EXCECAO-EXIT.
032510     EXIT.
032520
032530*----------------------------------------------------------*
032540* 2090-RESOLVER-SIMBOLO-MOEDA - DETERMINA O CODIGO DE MOEDA *
032550*                       A IMPRIMIR NO DETALHE: O SIMBOLO    *
032560*                       CONFIGURAVEL EM CLIPARM PARA CONTAS *
032570*                       EM REAIS, OU O PROPRIO CODIGO DA    *
032580*                       MOEDA (USD/EUR) PARA CONTA EM MOEDA *
032590*                       ESTRANGEIRA.                        *
032600*----------------------------------------------------------*
032610 2090-RESOLVER-SIMBOLO-MOEDA.
032620     IF MOEDA-REAL
032630         MOVE WRK-SIMBOLO-MOEDA TO WRK-SIMBOLO-REGISTRO
032640     ELSE
032650         MOVE CLI-MOEDA         TO WRK-SIMBOLO-REGISTRO
032660     END-IF.
032670 2090-RESOLVER-SIMBOLO-MOEDA-EXIT.
032680     EXIT.
032690
032700*----------------------------------------------------------*
032710* 2200-IMPRIMIR-DETALHE - IMPRIME UMA LINHA DO RELATORIO    *
032720*----------------------------------------------------------*
032730 2200-IMPRIMIR-DETALHE.
032740     MOVE WRK-CLIENTE-ID       TO REL-DET-ID.
032750     MOVE CLI-NOME             TO REL-DET-NOME.
032760     MOVE WRK-SIMBOLO-REGISTRO TO REL-DET-MOEDA.
032770     MOVE WRK-SALDO-ED         TO REL-DET-SALDO.
032780     MOVE WRK-SALDO-BASE       TO REL-DET-BASE.
032790     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
032800 2200-IMPRIMIR-DETALHE-EXIT.
032810     EXIT.
032820
032830*----------------------------------------------------------*
032840* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE   *
032850*----------------------------------------------------------*
032860 2100-LER-PROXIMO-CLIENTE.
032870     READ CLIENTES-MASTER NEXT RECORD
032880         AT END
032890             SET FIM-ARQUIVO-CLIENTES TO TRUE
032900         NOT AT END
032910             ADD 1 TO WRK-CONT-LIDOS
032920             IF GERAR-BACKUP
032930                 PERFORM 1165-COPIAR-REGISTRO-BACKUP
032940                         THRU 1165-COPIAR-REGISTRO-BACKUP-EXIT
032950             END-IF
032960     END-READ.
032970 2100-LER-PROXIMO-CLIENTE-EXIT.
032980     EXIT.
032990
033000*----------------------------------------------------------*
033010* 9000-FINALIZAR - FECHA ARQUIVOS E ENCERRA O PROGRAMA      *
033020*----------------------------------------------------------*
033030 9000-FINALIZAR.
033040     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-IMPRIMIR-TOTAIS-EXIT.
033050     IF GERAR-BACKUP
033060         CLOSE BACKUP-MESTRE
033070     END-IF.
033080     CLOSE CLIENTES-MASTER RELATORIO AUDITORIA EXCECOES REJEITOS.
033090     IF ARQUIVO-AUDK-OK
033100         CLOSE AUDITORIA-CHAVEADA
033110     END-IF.
033120     IF ARQUIVO-LIMITES-OK
033130         CLOSE LIMITES
033140     END-IF.
033150     IF ARQUIVO-NEGOC-OK
033160         CLOSE NEGOCIADAS
033170     END-IF.
033180     IF ARQUIVO-IOF-OK
033190         CLOSE IOF-ACUMULADO
033200     END-IF.
033210     IF MODO-REAL
033220         CLOSE RECICLAGEM
033230         IF EXECUCAO-PARTICIONADA
033240*            A PARTICAO NAO GRAVA O CLIGLEX NEM O TRAILER DO
033250*            EXTRATO, NAO FECHA O CLICTRL E DEIXA A TRAVA DE
033260*            PE: OS SEUS TOTAIS VAO PARA O CLIPART E O
033270*            CLICONSO FECHA A DATA DA CASA.
033280             CLOSE EXTRATO
033290             PERFORM 8700-GRAVAR-PARTICAO
033300                     THRU 8700-GRAVAR-PARTICAO-EXIT
033310             CLOSE JORNAL
033320             OPEN OUTPUT CHECKPOINT
033330             CLOSE CHECKPOINT
033340             OPEN OUTPUT JORNAL
033350             CLOSE JORNAL
033360         ELSE
033370             PERFORM 8600-GRAVAR-EXTRATO-GL
033380                     THRU 8600-GRAVAR-EXTRATO-GL-EXIT
033390             MOVE WRK-EXT-QTD  TO EXTC-TRL-QTD
033400             MOVE WRK-EXT-HASH TO EXTC-TRL-HASH
033410             WRITE EXT-REGISTRO FROM EXTC-TRAILER
033420             CLOSE EXTRATO
033430             CLOSE JORNAL
033440             OPEN OUTPUT CONTROLE
033450             MOVE WRK-DATA-EXECUCAO TO CTRL-ULTIMA-DATA
033460             MOVE "N" TO CTRL-EM-PROCESSAMENTO
033470             MOVE WRK-DATA-ULT-CTRL TO CTRL-DATA-ANTERIOR
033480             WRITE CTRL-REGISTRO
033490             CLOSE CONTROLE
033500             OPEN OUTPUT CHECKPOINT
033510             CLOSE CHECKPOINT
033520             OPEN OUTPUT JORNAL
033530             CLOSE JORNAL
033540         END-IF
033550     END-IF.
033560     PERFORM 8500-NOTIFICAR-CONCLUSAO
033570             THRU 8500-NOTIFICAR-CONCLUSAO-EXIT.
033580     IF WRK-CONT-REJEITADOS > ZEROS
033590         MOVE 8 TO RETURN-CODE
033600     ELSE
033610         IF WRK-CONT-EXCECOES > ZEROS
033620             MOVE 4 TO RETURN-CODE
033630         END-IF
033640     END-IF.
033650 9000-FINALIZAR-EXIT.
033660     EXIT.
033670
033680*----------------------------------------------------------*
033690* 8600-GRAVAR-EXTRATO-GL - GRAVA O EXTRATO CONTABIL DO     *
033700*                      LOTE: CABECALHO, UM PAR DE PARTIDAS *
033710*                      (DEBITO E CREDITO) POR CLASSE COM   *
033720*                      VALOR, E TRAILER COM QUANTIDADE E   *
033730*                      HASH (SOMA DOS VALORES ABSOLUTOS).  *
033740*                      DESPESA DE JUROS DEBITA A CONTA DE  *
033750*                      RESULTADO E CREDITA O PASSIVO DE    *
033760*                      CLIENTES; A MULTA DE CHEQUE         *
033770*                      ESPECIAL DEBITA O PASSIVO E CREDITA *
033780*                      A RECEITA.                          *
033790*----------------------------------------------------------*
033800 8600-GRAVAR-EXTRATO-GL.
033810     OPEN OUTPUT EXTRATO-GL.
033820     IF FS-EXTRATO-GL NOT = "00"
033830         DISPLAY "CLIENTES: ERRO AO ABRIR CLIGLEX - STATUS "
033840                 FS-EXTRATO-GL
033850         GO TO 8600-GRAVAR-EXTRATO-GL-EXIT
033860     END-IF.
033870     PERFORM 8605-AVANCAR-GERACAO-GL
033880             THRU 8605-AVANCAR-GERACAO-GL-EXIT.
033890     MOVE WRK-DATA-EXECUCAO TO GLX-CAB-DATA.
033900     MOVE WRK-GL-GERACAO    TO GLX-CAB-GERACAO.
033910     WRITE GLX-LINHA FROM GLX-CABECALHO.
033920     MOVE ZEROS TO WRK-GL-QTD-PARTIDAS WRK-GL-HASH-TOTAL.
033930     MOVE WRK-GL-JUROS-POUP TO WRK-GL-VALOR.
033940     MOVE 41101001 TO WRK-GL-CONTA-DEBITO.
033950     MOVE 21101001 TO WRK-GL-CONTA-CREDITO.
033960     MOVE "DESP JUROS POUPANCA " TO WRK-GL-DESCRICAO.
033970     MOVE "BRL" TO WRK-GL-MOEDA.
033980     PERFORM 8610-GRAVAR-PARTIDAS
033990             THRU 8610-GRAVAR-PARTIDAS-EXIT.
034000     MOVE WRK-GL-JUROS-PREM TO WRK-GL-VALOR.
034010     MOVE 41101002 TO WRK-GL-CONTA-DEBITO.
034020     MOVE "DESP JUROS PREMIUM  " TO WRK-GL-DESCRICAO.
034030     PERFORM 8610-GRAVAR-PARTIDAS
034040             THRU 8610-GRAVAR-PARTIDAS-EXIT.
034050     MOVE WRK-GL-JUROS-EMPR TO WRK-GL-VALOR.
034060     MOVE 41101003 TO WRK-GL-CONTA-DEBITO.
034070     MOVE "DESP JUROS EMPRESA  " TO WRK-GL-DESCRICAO.
034080     PERFORM 8610-GRAVAR-PARTIDAS
034090             THRU 8610-GRAVAR-PARTIDAS-EXIT.
034100     MOVE WRK-GL-JUROS-USD TO WRK-GL-VALOR.
034110     MOVE 41101004 TO WRK-GL-CONTA-DEBITO.
034120     MOVE 21101002 TO WRK-GL-CONTA-CREDITO.
034130     MOVE "DESP JUROS USD      " TO WRK-GL-DESCRICAO.
034140     MOVE "USD" TO WRK-GL-MOEDA.
034150     PERFORM 8610-GRAVAR-PARTIDAS
034160             THRU 8610-GRAVAR-PARTIDAS-EXIT.
034170     MOVE WRK-GL-JUROS-EUR TO WRK-GL-VALOR.
034180     MOVE 41101005 TO WRK-GL-CONTA-DEBITO.
034190     MOVE 21101003 TO WRK-GL-CONTA-CREDITO.
034200     MOVE "DESP JUROS EUR      " TO WRK-GL-DESCRICAO.
034210     MOVE "EUR" TO WRK-GL-MOEDA.
034220     PERFORM 8610-GRAVAR-PARTIDAS
034230             THRU 8610-GRAVAR-PARTIDAS-EXIT.
034240     COMPUTE WRK-GL-VALOR = ZERO - WRK-GL-MULTA-BRL.
034250     MOVE 21101001 TO WRK-GL-CONTA-DEBITO.
034260     MOVE 71101001 TO WRK-GL-CONTA-CREDITO.
034270     MOVE "RECEITA MULTA BRL   " TO WRK-GL-DESCRICAO.
034280     MOVE "BRL" TO WRK-GL-MOEDA.
034290     PERFORM 8610-GRAVAR-PARTIDAS
034300             THRU 8610-GRAVAR-PARTIDAS-EXIT.
034310     COMPUTE WRK-GL-VALOR = ZERO - WRK-GL-MULTA-USD.
034320     MOVE 21101002 TO WRK-GL-CONTA-DEBITO.
034330     MOVE 71101002 TO WRK-GL-CONTA-CREDITO.
034340     MOVE "RECEITA MULTA USD   " TO WRK-GL-DESCRICAO.
034350     MOVE "USD" TO WRK-GL-MOEDA.
034360     PERFORM 8610-GRAVAR-PARTIDAS
034370             THRU 8610-GRAVAR-PARTIDAS-EXIT.
034380     COMPUTE WRK-GL-VALOR = ZERO - WRK-GL-MULTA-EUR.
034390     MOVE 21101003 TO WRK-GL-CONTA-DEBITO.
034400     MOVE 71101003 TO WRK-GL-CONTA-CREDITO.
034410     MOVE "RECEITA MULTA EUR   " TO WRK-GL-DESCRICAO.
034420     MOVE "EUR" TO WRK-GL-MOEDA.
034430     PERFORM 8610-GRAVAR-PARTIDAS
034440             THRU 8610-GRAVAR-PARTIDAS-EXIT.
034450     MOVE WRK-GL-QTD-PARTIDAS TO GLX-TRL-QTD.
034460     MOVE WRK-GL-HASH-TOTAL   TO GLX-TRL-HASH.
034470     WRITE GLX-LINHA FROM GLX-TRAILER.
034480     CLOSE EXTRATO-GL.
034490 8600-GRAVAR-EXTRATO-GL-EXIT.
034500     EXIT.
034510
034520*----------------------------------------------------------*
034530* 8605-AVANCAR-GERACAO-GL - LE O NUMERO DA ULTIMA GERACAO  *
034540*                      DO EXTRATO CONTABIL EM CLIGLGEN,    *
034550*                      AVANCA E REGRAVA COM A DATA DA      *
034560*                      EXECUCAO, NOS MOLDES DO CLIEXGEN.   *
034570*                      O CLIGLACK CONFERE O RETORNO DA     *
034580*                      CONTABILIDADE CONTRA ESTE NUMERO.   *
034590*----------------------------------------------------------*
034600 8605-AVANCAR-GERACAO-GL.
034610     OPEN INPUT GERACAO-GL.
034620     IF FS-GERACAO-GL = "00"
034630         READ GERACAO-GL
034640             AT END
034650                 CONTINUE
034660             NOT AT END
034670                 MOVE GLG-NUMERO TO WRK-GL-GERACAO
034680         END-READ
034690         CLOSE GERACAO-GL
034700     END-IF.
034710     ADD 1 TO WRK-GL-GERACAO.
034720     OPEN OUTPUT GERACAO-GL.
034730     MOVE WRK-GL-GERACAO    TO GLG-NUMERO.
034740     MOVE WRK-DATA-EXECUCAO TO GLG-DATA.
034750     WRITE GLG-REGISTRO.
034760     CLOSE GERACAO-GL.
034770 8605-AVANCAR-GERACAO-GL-EXIT.
034780     EXIT.
034790
034800*----------------------------------------------------------*
034810* 8610-GRAVAR-PARTIDAS - GRAVA O PAR DE PARTIDAS (DEBITO E *
034820*                      CREDITO) DA CLASSE CORRENTE, SE O   *
034830*                      VALOR NAO FOR ZERO, E ACUMULA O     *
034840*                      HASH DO TRAILER                     *
034850*----------------------------------------------------------*
034860 8610-GRAVAR-PARTIDAS.
034870     IF WRK-GL-VALOR = ZEROS
034880         GO TO 8610-GRAVAR-PARTIDAS-EXIT
034890     END-IF.
034900     MOVE "D" TO GLX-DET-NATUREZA.
034910     MOVE WRK-GL-CONTA-DEBITO TO GLX-DET-CONTA.
034920     MOVE WRK-GL-DESCRICAO    TO GLX-DET-DESCRICAO.
034930     MOVE WRK-GL-MOEDA        TO GLX-DET-MOEDA.
034940     MOVE WRK-GL-VALOR        TO GLX-DET-VALOR.
034950     WRITE GLX-LINHA FROM GLX-DETALHE.
034960     MOVE "C" TO GLX-DET-NATUREZA.
034970     MOVE WRK-GL-CONTA-CREDITO TO GLX-DET-CONTA.
034980     WRITE GLX-LINHA FROM GLX-DETALHE.
034990     ADD 2 TO WRK-GL-QTD-PARTIDAS.
035000     IF WRK-GL-VALOR < ZERO
035010         SUBTRACT WRK-GL-VALOR FROM WRK-GL-HASH-TOTAL
035020         SUBTRACT WRK-GL-VALOR FROM WRK-GL-HASH-TOTAL
035030     ELSE
035040         ADD WRK-GL-VALOR TO WRK-GL-HASH-TOTAL
035050         ADD WRK-GL-VALOR TO WRK-GL-HASH-TOTAL
035060     END-IF.
035070 8610-GRAVAR-PARTIDAS-EXIT.
035080     EXIT.
035090
035100*----------------------------------------------------------*
035110* 8700-GRAVAR-PARTICAO - GRAVA NO CLIPART O REGISTRO DE    *
035120*                      CONCLUSAO DA PARTICAO, COM O QUADRO *
035130*                      E AS CLASSES CONTABEIS QUE O        *
035140*                      CLICONSO SOMA NO FECHO DA CASA      *
035150*----------------------------------------------------------*
035160 8700-GRAVAR-PARTICAO.
035170     OPEN EXTEND PARTICOES.
035180     IF FS-PARTICOES NOT = "00"
035190         DISPLAY "CLIENTES: ERRO AO ABRIR CLIPART - STATUS "
035200                 FS-PARTICOES
035210         GO TO 8700-GRAVAR-PARTICAO-EXIT
035220     END-IF.
035230     MOVE WRK-DATA-EXECUCAO   TO PART-DATA.
035240     MOVE WRK-AGENCIA-FILTRO  TO PART-AGENCIA.
035250     MOVE "CONCLUIDO " TO PART-SITUACAO.
035260     MOVE WRK-CONT-LIDOS      TO PART-LIDOS.
035270     MOVE WRK-CONT-CLIENTES   TO PART-ATUALIZADOS.
035280     MOVE WRK-CONT-REJEITADOS TO PART-REJEITADOS.
035290     MOVE WRK-CONT-EXCECOES   TO PART-EXCECOES.
035300     MOVE WRK-TOTAL-JUROS     TO PART-TOTAL-JUROS.
035310     MOVE WRK-TOTAL-IRRF      TO PART-TOTAL-IRRF.
035320     MOVE WRK-GL-JUROS-POUP   TO PART-GL-JUROS-POUP.
035330     MOVE WRK-GL-JUROS-PREM   TO PART-GL-JUROS-PREM.
035340     MOVE WRK-GL-JUROS-EMPR   TO PART-GL-JUROS-EMPR.
035350     MOVE WRK-GL-JUROS-USD    TO PART-GL-JUROS-USD.
035360     MOVE WRK-GL-JUROS-EUR    TO PART-GL-JUROS-EUR.
035370     MOVE WRK-GL-MULTA-BRL    TO PART-GL-MULTA-BRL.
035380     MOVE WRK-GL-MULTA-USD    TO PART-GL-MULTA-USD.
035390     MOVE WRK-GL-MULTA-EUR    TO PART-GL-MULTA-EUR.
035400     MOVE WRK-EXT-QTD         TO PART-EXT-QTD.
035410     MOVE WRK-EXT-HASH        TO PART-EXT-HASH.
035420     WRITE PART-REGISTRO.
035430     CLOSE PARTICOES.
035440 8700-GRAVAR-PARTICAO-EXIT.
035450     EXIT.
035460
035470*----------------------------------------------------------*
035480* 8500-NOTIFICAR-CONCLUSAO - GRAVA UMA LINHA EM CLISTAT     *
035490*                      PARA A MONITORACAO DO LOTE.           *
035500*----------------------------------------------------------*
035510 8500-NOTIFICAR-CONCLUSAO.
035520     OPEN EXTEND NOTIFICACAO.
035530     MOVE WRK-DATA-EXECUCAO   TO STAT-DATA.
035540     IF MODO-SIMULACAO
035550         MOVE "SIMULADO  " TO STAT-SITUACAO
035560     ELSE
035570         IF EXECUCAO-PARTICIONADA
035580             MOVE "PARTICAO  " TO STAT-SITUACAO
035590         ELSE
035600             MOVE "CONCLUIDO " TO STAT-SITUACAO
035610         END-IF
035620     END-IF.
035630     MOVE WRK-CONT-LIDOS      TO STAT-LIDOS.
035640     MOVE WRK-CONT-CLIENTES   TO STAT-ATUALIZADOS.
035650     MOVE WRK-CONT-REJEITADOS TO STAT-REJEITADOS.
035660     MOVE WRK-TOTAL-JUROS     TO STAT-TOTAL-JUROS.
035670     WRITE STAT-LINHA FROM STAT-REGISTRO.
035680     CLOSE NOTIFICACAO.
035690 8500-NOTIFICAR-CONCLUSAO-EXIT.
035700     EXIT.
035710
035720*----------------------------------------------------------*
035730* 8000-IMPRIMIR-TOTAIS - QUADRO DE TOTAIS DE CONTROLE PARA  *
035740*                        CONFERENCIA DO LOTE PROCESSADO.    *
035750*----------------------------------------------------------*
035760 8000-IMPRIMIR-TOTAIS.
035770     WRITE REL-LINHA FROM REL-TIT-CONTROLE
035780             AFTER ADVANCING 2 LINES.
035790     MOVE SPACES TO REL-ROD-MOEDA.
035800     MOVE "REGISTROS LIDOS              " TO REL-ROD-ROTULO.
035810     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
035820     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
035830     MOVE "REGISTROS ATUALIZADOS         " TO REL-ROD-ROTULO.
035840     MOVE WRK-CONT-CLIENTES TO REL-ROD-VALOR.
035850     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
035860     MOVE WRK-SIMBOLO-MOEDA TO REL-ROD-MOEDA.
035870     MOVE "SALDO TOTAL ANTES DOS JUROS   " TO REL-ROD-ROTULO.
035880     MOVE WRK-TOTAL-SALDO-ANT TO REL-ROD-VALOR.
035890     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
035900     MOVE "SALDO TOTAL DEPOIS DOS JUROS  " TO REL-ROD-ROTULO.
035910     MOVE WRK-TOTAL-SALDO TO REL-ROD-VALOR.
035920     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
035930     MOVE "TOTAL DE JUROS APLICADO       " TO REL-ROD-ROTULO.
035940     MOVE WRK-TOTAL-JUROS TO REL-ROD-VALOR.
035950     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
035960     MOVE WRK-SIMBOLO-MOEDA TO REL-ROD-MOEDA.
035970     MOVE "SUBTOTAL SALDO EM REAIS       " TO REL-ROD-ROTULO.
035980     MOVE WRK-TOTAL-SALDO-BRL TO REL-ROD-VALOR.
035990     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036000     MOVE "USD" TO REL-ROD-MOEDA.
036010     MOVE "SUBTOTAL SALDO EM DOLAR       " TO REL-ROD-ROTULO.
036020     MOVE WRK-TOTAL-SALDO-USD TO REL-ROD-VALOR.
036030     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036040     MOVE "EUR" TO REL-ROD-MOEDA.
036050     MOVE "SUBTOTAL SALDO EM EURO        " TO REL-ROD-ROTULO.
036060     MOVE WRK-TOTAL-SALDO-EUR TO REL-ROD-VALOR.
036070     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036080     IF WRK-TAXA-USD = ZEROS AND WRK-TAXA-EUR = ZEROS
036090         MOVE "CONSOLIDACAO EM BRL INDISPONIVEL (SEM CAMBIO)"
036100                 TO REL-LINHA
036110         WRITE REL-LINHA AFTER ADVANCING 1 LINE
036120     ELSE
036130         COMPUTE WRK-SALDO-USD-BRL ROUNDED =
036140                 WRK-TOTAL-SALDO-USD * WRK-TAXA-USD
036150         COMPUTE WRK-SALDO-EUR-BRL ROUNDED =
036160                 WRK-TOTAL-SALDO-EUR * WRK-TAXA-EUR
036170         COMPUTE WRK-TOTAL-CONSOL = WRK-TOTAL-SALDO-BRL
036180                 + WRK-SALDO-USD-BRL + WRK-SALDO-EUR-BRL
036190         MOVE WRK-SIMBOLO-MOEDA TO REL-ROD-MOEDA
036200         MOVE "SALDO USD CONVERTIDO EM BRL   " TO REL-ROD-ROTULO
036210         MOVE WRK-SALDO-USD-BRL TO REL-ROD-VALOR
036220         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
036230         MOVE "SALDO EUR CONVERTIDO EM BRL   " TO REL-ROD-ROTULO
036240         MOVE WRK-SALDO-EUR-BRL TO REL-ROD-VALOR
036250         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
036260         MOVE "TOTAL GERAL CONSOLIDADO (BRL) " TO REL-ROD-ROTULO
036270         MOVE WRK-TOTAL-CONSOL TO REL-ROD-VALOR
036280         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
036290     END-IF.
036300     MOVE SPACES TO REL-ROD-MOEDA.
036310     MOVE "CLIENTES EM EXCECAO (RELEXC)  " TO REL-ROD-ROTULO.
036320     MOVE WRK-CONT-EXCECOES TO REL-ROD-VALOR.
036330     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036340     MOVE "CLIENTES REJEITADOS (CLIREJ)  " TO REL-ROD-ROTULO.
036350     MOVE WRK-CONT-REJEITADOS TO REL-ROD-VALOR.
036360     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036370     IF PARTIDA-REINICIO
036380         MOVE "PULADOS NO REINICIO (JORNAL)  " TO REL-ROD-ROTULO
036390         MOVE WRK-CONT-JA-POSTADOS TO REL-ROD-VALOR
036400         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
036410     END-IF.
036420     MOVE WRK-SIMBOLO-MOEDA TO REL-ROD-MOEDA.
036430     MOVE "IRRF RETIDO NO FECHAMENTO     " TO REL-ROD-ROTULO.
036440     MOVE WRK-TOTAL-IRRF TO REL-ROD-VALOR.
036450     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036460     MOVE SPACES TO REL-ROD-MOEDA.
036470     MOVE "DIAS RECUPERADOS (CATCH-UP)   " TO REL-ROD-ROTULO.
036480     MOVE WRK-DIAS-CATCHUP TO REL-ROD-VALOR.
036490     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036500     MOVE WRK-SIMBOLO-MOEDA TO REL-ROD-MOEDA.
036510     MOVE "JUROS DE CATCH-UP POSTADOS    " TO REL-ROD-ROTULO.
036520     MOVE WRK-TOTAL-CATCHUP TO REL-ROD-VALOR.
036530     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036540     MOVE SPACES TO REL-ROD-MOEDA.
036550     MOVE "CAPITALIZACOES DE ANIVERSARIO " TO REL-ROD-ROTULO.
036560     MOVE WRK-CONT-ANIVERS TO REL-ROD-VALOR.
036570     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036580     MOVE WRK-SIMBOLO-MOEDA TO REL-ROD-MOEDA.
036590     MOVE "VALOR CAPITALIZADO ANIVERSARIO" TO REL-ROD-ROTULO.
036600     MOVE WRK-TOTAL-ANIVERS TO REL-ROD-VALOR.
036610     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036620     MOVE SPACES TO REL-ROD-MOEDA.
036630     MOVE "DIAS DEVEDORES COM IOF        " TO REL-ROD-ROTULO.
036640     MOVE WRK-CONT-IOF-DIAS TO REL-ROD-VALOR.
036650     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
036660     MOVE "TOTAIS POR AGENCIA" TO REL-LINHA.
036670     WRITE REL-LINHA AFTER ADVANCING 2 LINES.
036680     PERFORM 8100-IMPRIMIR-AGENCIA
036690             THRU 8100-IMPRIMIR-AGENCIA-EXIT
036700             VARYING WRK-IDX-AG FROM 1 BY 1
036710             UNTIL WRK-IDX-AG > WRK-QTD-AG.
036720     IF TIPO-DIARIO
036730         MOVE "TIPO DE EXECUCAO: DIARIA (SO ACUMULA)"
036740                 TO REL-LINHA
036750     ELSE
036760         MOVE "TIPO DE EXECUCAO: MENSAL (CAPITALIZA)"
036770                 TO REL-LINHA
036780     END-IF.
036790     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
036800 8000-IMPRIMIR-TOTAIS-EXIT.
036810     EXIT.
036820
036830*----------------------------------------------------------*
036840* 8100-IMPRIMIR-AGENCIA - IMPRIME A LINHA DE TOTAIS DE UMA *
036850*                        AGENCIA NO QUADRO DE CONTROLE     *
036860*----------------------------------------------------------*
036870 8100-IMPRIMIR-AGENCIA.
036880     MOVE TAB-AG-CODIGO (WRK-IDX-AG)   TO REL-AG-CODIGO.
036890     MOVE TAB-AG-CLIENTES (WRK-IDX-AG) TO REL-AG-CLIENTES.
036900     MOVE TAB-AG-SALDO (WRK-IDX-AG)    TO REL-AG-SALDO.
036910     MOVE TAB-AG-JUROS (WRK-IDX-AG)    TO REL-AG-JUROS.
036920     WRITE REL-LINHA FROM REL-LINHA-AGENCIA
036930             AFTER ADVANCING 1 LINE.
036940 8100-IMPRIMIR-AGENCIA-EXIT.
036950     EXIT.
036960
036970
036980*----------------------------------------------------------*
036990* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
037000*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
037010*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
037020*----------------------------------------------------------*
037030 7700-ESPELHAR-AUDK.
037040     IF NOT ARQUIVO-AUDK-OK
037050         GO TO 7700-ESPELHAR-AUDK-EXIT
037060     END-IF.
037070     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
037080     MOVE AUD-DATA       TO AUDK-DATA.
037090     MOVE AUD-REGISTRO   TO AUDK-LINHA.
037100     MOVE "N" TO WRK-AUDK-OK.
037110     MOVE 1 TO WRK-AUDK-SEQ.
037120     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
037130             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
037140     IF NOT AUDK-GRAVADO
037150         DISPLAY "CLIENTES: ESPELHO CLIAUDK NAO GRAVADO "
037160                 "PARA O CLIENTE " AUDK-CLIENTE
037170     END-IF.
037180 7700-ESPELHAR-AUDK-EXIT.
037190     EXIT.
037200
037210*----------------------------------------------------------*
037220* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
037230*                 DUPLICADA AVANCA A SEQUENCIA             *
037240*----------------------------------------------------------*
037250 7750-TENTAR-AUDK.
037260     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
037270     WRITE AUDK-REGISTRO
037280         INVALID KEY
037290             ADD 1 TO WRK-AUDK-SEQ
037300         NOT INVALID KEY
037310             SET AUDK-GRAVADO TO TRUE
037320     END-WRITE.
037330 7750-TENTAR-AUDK-EXIT.
037340     EXIT.
037350 9999-EXIT.
037360     STOP RUN.
