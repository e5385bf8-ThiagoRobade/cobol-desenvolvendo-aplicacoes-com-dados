000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             FERMNT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - MANUTENCAO DO       *
000120*                    CADASTRO DE FERIADOS CLIFERI (LAYOUT  *
000130*                    CLIFERRG), MENU-DRIVEN VIA TERMINAL   *
000140*                    NOS MOLDES DO VARMNT: FERIADOS        *
000150*                    NACIONAIS (AGENCIA 0000), FIXOS       *
000160*                    (0000MMDD) OU DE UM ANO, E MUNICIPAIS *
000170*                    POR AGENCIA. PERFIL "C" SO CONSULTA.  *
000180*                    INCLUIR OU CANCELAR FERIADO CUJA DATA *
000190*                    JA ESTA DENTRO DO CALENDARIO GERADO   *
000200*                    (DEPOIS DE HOJE E ATE O FIM DO        *
000210*                    CLICALEN) EXIGE, COMO NO PARMMNT, UM  *
000220*                    OPERADOR SUPERVISOR E A APROVACAO DE  *
000230*                    UM SEGUNDO SUPERVISOR, DIFERENTE DO   *
000240*                    PRIMEIRO; O APROVADOR FICA NO         *
000250*                    REGISTRO E E O QUE AUTORIZA O         *
000260*                    CLICALGR A MUDAR O DIA JA GERADO.     *
000270*                    DATA JA PROCESSADA NAO E ACEITA. TUDO *
000280*                    LOGADO NO CLIMLOG.                    *
000290*----------------------------------------------------------*
000300 ENVIRONMENT             DIVISION.
000310 CONFIGURATION           SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340
000350 INPUT-OUTPUT            SECTION.
000360 FILE-CONTROL.
000370*----------------------------------------------------------*
000380* CADASTRO DE FERIADOS NACIONAIS E MUNICIPAIS              *
000390*----------------------------------------------------------*
000400     SELECT FERIADOS ASSIGN TO "CLIFERI"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS FER-CHAVE
000440         FILE STATUS IS FS-FERIADOS.
000450*----------------------------------------------------------*
000460* CALENDARIO GERADO - SO PARA SABER ATE ONDE ELE VAI       *
000470*----------------------------------------------------------*
000480     SELECT CALENDARIO ASSIGN TO "CLICALEN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-CALENDARIO.
000510*----------------------------------------------------------*
000520* LOG DAS ACOES DE MANUTENCAO, COM IMAGEM ANTES/DEPOIS     *
000530*----------------------------------------------------------*
000540     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-LOG-MANUTENCAO.
000570
000580 DATA                    DIVISION.
000590 FILE                    SECTION.
000600 FD  FERIADOS
000610     LABEL RECORD IS STANDARD.
000620     COPY CLIFERRG.
000630
000640 FD  CALENDARIO
000650     LABEL RECORD IS STANDARD.
000660 01  CAL-REGISTRO.
000670     05  CAL-DATA              PICTURE 9(08).
000680     05  FILLER                PICTURE X(01).
000690     05  CAL-TIPO              PICTURE X(01).
000700         88  CAL-DIA-UTIL                     VALUE "U".
000710
000720 FD  LOG-MANUTENCAO
000730     LABEL RECORD IS STANDARD.
000740 01  MLOG-LINHA               PICTURE X(120).
000750
000760
000770 WORKING-STORAGE         SECTION.
000780 01  WRK-FLAGS.
000790     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
000800         88  SAIR-DO-MENU                       VALUE "S".
000810     05  WRK-FER-EXISTE      PICTURE X(01)      VALUE "N".
000820         88  FERIADO-JA-CADASTRADO              VALUE "S".
000830     05  WRK-FIM-CALEND      PICTURE X(01)      VALUE "N".
000840         88  FIM-ARQUIVO-CALENDARIO             VALUE "S".
000850     05  WRK-JANELA          PICTURE X(01)      VALUE "N".
000860         88  DENTRO-DA-JANELA                   VALUE "S".
000870     05  WRK-DATA-OK         PICTURE X(01)      VALUE "N".
000880         88  DATA-VALIDA                        VALUE "S".
000890     05  WRK-APROVADO        PICTURE X(01)      VALUE "N".
000900         88  ALTERACAO-APROVADA                 VALUE "S".
000910 01  FS-FERIADOS             PICTURE X(02)      VALUE "00".
000920 01  FS-CALENDARIO           PICTURE X(02)      VALUE "00".
000930 01  FS-LOG-MANUTENCAO       PICTURE X(02)      VALUE "00".
000940 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
000950 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
000960 77  WRK-APROVADOR            PICTURE X(08)      VALUE SPACES.
000970 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
000980 77  WRK-PERFIL-PRIMEIRO      PICTURE X(01)      VALUE SPACES.
000990 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
001000 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
001010 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
001020 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "N".
001030 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
001040 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
001050 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
001060 77  WRK-DATA-FIM-JANELA      PICTURE 9(08)      VALUE ZEROS.
001070 77  WRK-DATA-TESTE           PICTURE 9(08)      VALUE ZEROS.
001080 77  WRK-ANO-TESTE            PICTURE 9(04)      VALUE ZEROS.
001090 77  WRK-ANO-SISTEMA          PICTURE 9(04)      VALUE ZEROS.
001100 77  WRK-ANO-FIM-JANELA       PICTURE 9(04)      VALUE ZEROS.
001110 77  WRK-DIA-MAXIMO           PICTURE 9(02)      VALUE ZEROS.
001120 77  WRK-QUOCIENTE            PICTURE 9(04)      COMP VALUE ZEROS.
001130 77  WRK-RESTO-4              PICTURE 9(04)      COMP VALUE ZEROS.
001140 77  WRK-RESTO-100            PICTURE 9(04)      COMP VALUE ZEROS.
001150 77  WRK-RESTO-400            PICTURE 9(04)      COMP VALUE ZEROS.
001160 77  WRK-CONFIRMA             PICTURE X(01)      VALUE SPACES.
001170 77  WRK-CONT-LISTADOS        PICTURE 9(04)      COMP VALUE ZEROS.
001180 01  WRK-SIGNON.
001190     05  WRK-SIGNON-OK        PICTURE X(01)      VALUE "N".
001200         88  OPERADOR-AUTENTICADO            VALUE "S".
001210     05  WRK-AUTORIZADO       PICTURE X(01)      VALUE "N".
001220         88  FUNCAO-AUTORIZADA               VALUE "S".
001230
001240*----------------------------------------------------------*
001250* CHAVE DIGITADA E SUA DATA DECOMPOSTA PARA A CRITICA      *
001260*----------------------------------------------------------*
001270 01  WRK-ENTRADA.
001280     05  WRK-ENT-AGENCIA      PICTURE 9(04)      VALUE ZEROS.
001290     05  WRK-ENT-DATA         PICTURE 9(08)      VALUE ZEROS.
001300     05  WRK-ENT-DATA-R       REDEFINES WRK-ENT-DATA.
001310         10  WRK-ENT-ANO      PICTURE 9(04).
001320         10  WRK-ENT-MES      PICTURE 9(02).
001330         10  WRK-ENT-DIA      PICTURE 9(02).
001340     05  WRK-ENT-MMDD-R       REDEFINES WRK-ENT-DATA.
001350         10  FILLER           PICTURE 9(04).
001360         10  WRK-ENT-MMDD     PICTURE 9(04).
001370     05  WRK-ENT-TIPO         PICTURE X(01)      VALUE SPACES.
001380     05  WRK-ENT-DESCRICAO    PICTURE X(30)      VALUE SPACES.
001390
001400*----------------------------------------------------------*
001410* DIAS DE CADA MES (FEVEREIRO CORRIGIDO NO ANO BISSEXTO)   *
001420*----------------------------------------------------------*
001430 01  TAB-DIAS-MES-VALORES.
001440     05  FILLER               PICTURE X(24)
001450         VALUE "312831303130313130313031".
001460 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
001470     05  TAB-DIAS             PICTURE 9(02) OCCURS 12 TIMES.
001480
001490*----------------------------------------------------------*
001500* IMAGEM DO FERIADO NO LOG (AGENCIA, DATA, TIPO, SITUACAO  *
001510* E INICIO DA DESCRICAO)                                   *
001520*----------------------------------------------------------*
001530 01  WRK-IMAGEM-FERIADO.
001540     05  WRK-IMG-AGENCIA      PICTURE 9(04).
001550     05  FILLER               PICTURE X(01) VALUE SPACES.
001560     05  WRK-IMG-DATA         PICTURE 9(08).
001570     05  FILLER               PICTURE X(01) VALUE SPACES.
001580     05  WRK-IMG-TIPO         PICTURE X(01).
001590     05  FILLER               PICTURE X(01) VALUE SPACES.
001600     05  WRK-IMG-SITUACAO     PICTURE X(01).
001610     05  FILLER               PICTURE X(01) VALUE SPACES.
001620     05  WRK-IMG-DESCRICAO    PICTURE X(16).
001630
001640*----------------------------------------------------------*
001650* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
001660* CLIMAINT: UMA LINHA POR ACAO, COM IMAGEM ANTES/DEPOIS    *
001670*----------------------------------------------------------*
001680 01  MLOG-REGISTRO.
001690     05  MLOG-DATA            PICTURE 9(08).
001700     05  FILLER               PICTURE X(01) VALUE SPACES.
001710     05  MLOG-HORA            PICTURE 9(06).
001720     05  FILLER               PICTURE X(01) VALUE SPACES.
001730     05  MLOG-OPERADOR        PICTURE X(08).
001740     05  FILLER               PICTURE X(01) VALUE SPACES.
001750     05  MLOG-FUNCAO          PICTURE X(01).
001760     05  FILLER               PICTURE X(01) VALUE SPACES.
001770     05  MLOG-CLIENTE         PICTURE 9(06).
001780     05  FILLER               PICTURE X(01) VALUE SPACES.
001790     05  MLOG-CAMPO           PICTURE X(12).
001800     05  FILLER               PICTURE X(01) VALUE SPACES.
001810     05  MLOG-ANTES           PICTURE X(34).
001820     05  FILLER               PICTURE X(01) VALUE SPACES.
001830     05  MLOG-DEPOIS          PICTURE X(34).
001840     05  FILLER               PICTURE X(04) VALUE SPACES.
001850
001860 PROCEDURE               DIVISION.
001870*----------------------------------------------------------*
001880* 0000-MAINLINE - ABRE OS ARQUIVOS E CONTROLA O MENU       *
001890*----------------------------------------------------------*
001900 0000-MAINLINE.
001910     OPEN I-O FERIADOS.
001920     IF FS-FERIADOS NOT = "00"
001930             AND FS-FERIADOS NOT = "05"
001940         DISPLAY "FERMNT: ERRO AO ABRIR CLIFERI - STATUS "
001950                 FS-FERIADOS
001960         GO TO 9999-EXIT
001970     END-IF.
001980     OPEN EXTEND LOG-MANUTENCAO.
001990     IF FS-LOG-MANUTENCAO NOT = "00"
002000         DISPLAY "FERMNT: ERRO AO ABRIR CLIMLOG - STATUS "
002010                 FS-LOG-MANUTENCAO
002020         CLOSE FERIADOS
002030         GO TO 9999-EXIT
002040     END-IF.
002050     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
002060     COMPUTE WRK-ANO-SISTEMA = WRK-DATA-SISTEMA / 10000.
002070     PERFORM 0500-IDENTIFICAR-OPERADOR
002080             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
002090     IF NOT OPERADOR-AUTENTICADO
002100         DISPLAY "FERMNT: SIGN-ON RECUSADO - ENCERRANDO"
002110         CLOSE FERIADOS LOG-MANUTENCAO
002120         GO TO 9999-EXIT
002130     END-IF.
002140     PERFORM 1100-APURAR-JANELA THRU 1100-APURAR-JANELA-EXIT.
002150     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
002160             UNTIL SAIR-DO-MENU.
002170     CLOSE FERIADOS LOG-MANUTENCAO.
002180     GO TO 9999-EXIT.
002190
002200*----------------------------------------------------------*
002210* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA PARA A   *
002220*                    FUNCAO ESCOLHIDA                      *
002230*----------------------------------------------------------*
002240 1000-EXIBIR-MENU.
002250     DISPLAY "--------------------------------------------".
002260     DISPLAY "CADASTRO DE FERIADOS (CALENDARIO CLICALEN)".
002270     DISPLAY "  I - INCLUIR FERIADO".
002280     DISPLAY "  C - CANCELAR FERIADO".
002290     DISPLAY "  L - LISTAR FERIADOS DE UMA AGENCIA".
002300     DISPLAY "  S - SAIR".
002310     DISPLAY "--------------------------------------------".
002320     DISPLAY "OPCAO: ".
002330     ACCEPT WRK-OPCAO.
002340     EVALUATE WRK-OPCAO
002350         WHEN "I"
002360             PERFORM 0600-VERIFICAR-AUTORIZACAO
002370                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
002380             IF FUNCAO-AUTORIZADA
002390                 PERFORM 2000-INCLUIR-FERIADO
002400                         THRU 2000-INCLUIR-FERIADO-EXIT
002410             END-IF
002420         WHEN "C"
002430             PERFORM 0600-VERIFICAR-AUTORIZACAO
002440                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
002450             IF FUNCAO-AUTORIZADA
002460                 PERFORM 3000-CANCELAR-FERIADO
002470                         THRU 3000-CANCELAR-FERIADO-EXIT
002480             END-IF
002490         WHEN "L"
002500             PERFORM 4000-LISTAR-FERIADOS
002510                     THRU 4000-LISTAR-FERIADOS-EXIT
002520         WHEN "S"
002530             SET SAIR-DO-MENU TO TRUE
002540         WHEN OTHER
002550             DISPLAY "FERMNT: OPCAO INVALIDA"
002560     END-EVALUATE.
002570 1000-EXIBIR-MENU-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------*
002610* 0500-IDENTIFICAR-OPERADOR - SIGN-ON DO OPERADOR CONTRA O *
002620*                 CLIOPER, COM TRES TENTATIVAS, NOS MOLDES *
002630*                 DO VARMNT. RECUSA LOGADA NO CLIMLOG.     *
002640*----------------------------------------------------------*
002650 0500-IDENTIFICAR-OPERADOR.
002660     MOVE ZEROS TO WRK-TENTATIVAS.
002670 0510-PEDIR-CREDENCIAIS.
002680     IF WRK-TENTATIVAS >= 3
002690         MOVE "L" TO MLOG-FUNCAO
002700         MOVE "SIGNON      " TO MLOG-CAMPO
002710         MOVE WRK-ID-INFORMADO TO MLOG-ANTES
002720         MOVE "RECUSADO" TO MLOG-DEPOIS
002730         MOVE ZEROS TO MLOG-CLIENTE
002740         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
002750         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002760     END-IF.
002770     ADD 1 TO WRK-TENTATIVAS.
002780     DISPLAY "OPERADOR: ".
002790     ACCEPT WRK-ID-INFORMADO.
002800     DISPLAY "SENHA   : ".
002810     ACCEPT WRK-SENHA-INFORMADA.
002820     PERFORM 0550-CONFERIR-CREDENCIAIS
002830             THRU 0550-CONFERIR-CREDENCIAIS-EXIT.
002840     IF NOT OPERADOR-AUTENTICADO
002850         EVALUATE WRK-RESULTADO-SIGNON
002860             WHEN "B"
002870                 DISPLAY "FERMNT: OPERADOR BLOQUEADO"
002880                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002890             WHEN "R"
002900                 DISPLAY "FERMNT: OPERADOR REVOGADO"
002910                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002920             WHEN "I"
002930                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002940             WHEN OTHER
002950                 DISPLAY "FERMNT: USUARIO OU SENHA INVALIDOS"
002960         END-EVALUATE
002970         GO TO 0510-PEDIR-CREDENCIAIS
002980     END-IF.
002990     MOVE WRK-ID-INFORMADO    TO WRK-OPERADOR.
003000     MOVE WRK-PERFIL-OPERADOR TO WRK-PERFIL-PRIMEIRO.
003010 0500-IDENTIFICAR-OPERADOR-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------*
003050* 0550-CONFERIR-CREDENCIAIS - CONFERE A CREDENCIAL PELA    *
003060*                 SUBROTINA CLISIGN, QUE APLICA O CICLO DE *
003070*                 VIDA DO CLIOPER (BLOQUEIO, REVOGACAO E   *
003080*                 VENCIMENTO DE SENHA)                     *
003090*----------------------------------------------------------*
003100 0550-CONFERIR-CREDENCIAIS.
003110     MOVE "N" TO WRK-SIGNON-OK.
003120     CALL "CLISIGN" USING WRK-ID-INFORMADO
003130             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
003140             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
003150     IF WRK-RESULTADO-SIGNON = "S"
003160         MOVE "S" TO WRK-SIGNON-OK
003170     END-IF.
003180 0550-CONFERIR-CREDENCIAIS-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------*
003220* 0600-VERIFICAR-AUTORIZACAO - PERFIL "C" (CONSULTA) NAO   *
003230*                 INCLUI NEM CANCELA FERIADO. TENTATIVA    *
003240*                 NEGADA E LOGADA NO CLIMLOG.              *
003250*----------------------------------------------------------*
003260 0600-VERIFICAR-AUTORIZACAO.
003270     MOVE "N" TO WRK-AUTORIZADO.
003280     IF WRK-PERFIL-PRIMEIRO = "S"
003290             OR WRK-PERFIL-PRIMEIRO = "M"
003300         MOVE "S" TO WRK-AUTORIZADO
003310     END-IF.
003320     IF NOT FUNCAO-AUTORIZADA
003330         DISPLAY "FERMNT: FUNCAO " WRK-OPCAO " NAO "
003340                 "AUTORIZADA PARA O PERFIL "
003350                 WRK-PERFIL-PRIMEIRO
003360         MOVE WRK-OPCAO TO MLOG-FUNCAO
003370         MOVE "AUTORIZACAO " TO MLOG-CAMPO
003380         MOVE WRK-PERFIL-PRIMEIRO TO MLOG-ANTES
003390         MOVE "NEGADO" TO MLOG-DEPOIS
003400         MOVE ZEROS TO MLOG-CLIENTE
003410         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
003420     END-IF.
003430 0600-VERIFICAR-AUTORIZACAO-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------*
003470* 0700-APROVAR-SUPERVISOR - ALTERACAO DENTRO DO CALENDARIO *
003480*                 GERADO: O OPERADOR TEM DE SER SUPERVISOR *
003490*                 E UM SEGUNDO SUPERVISOR, DIFERENTE DELE, *
003500*                 APROVA COM A PROPRIA SENHA (TRES         *
003510*                 TENTATIVAS), NOS MOLDES DO PARMMNT       *
003520*----------------------------------------------------------*
003530 0700-APROVAR-SUPERVISOR.
003540     MOVE "N" TO WRK-APROVADO.
003550     MOVE SPACES TO WRK-APROVADOR.
003560     IF WRK-PERFIL-PRIMEIRO NOT = "S"
003570         DISPLAY "FERMNT: DATA DENTRO DO CALENDARIO JA GERADO - "
003580                 "SO OPERADOR SUPERVISOR PODE ALTERAR"
003590         GO TO 0700-APROVAR-SUPERVISOR-EXIT
003600     END-IF.
003610     DISPLAY "APROVACAO DO SEGUNDO SUPERVISOR".
003620     MOVE "S" TO WRK-EXIGE-SUPERV.
003630     MOVE "N" TO WRK-SIGNON-OK.
003640     PERFORM 0710-UMA-TENTATIVA THRU 0710-UMA-TENTATIVA-EXIT
003650             3 TIMES.
003660     MOVE "N" TO WRK-EXIGE-SUPERV.
003670     IF NOT OPERADOR-AUTENTICADO
003680         DISPLAY "FERMNT: APROVACAO RECUSADA - NADA FOI GRAVADO"
003690         GO TO 0700-APROVAR-SUPERVISOR-EXIT
003700     END-IF.
003710     IF WRK-ID-INFORMADO = WRK-OPERADOR
003720         DISPLAY "FERMNT: O APROVADOR TEM DE SER OUTRO "
003730                 "SUPERVISOR - NADA FOI GRAVADO"
003740         GO TO 0700-APROVAR-SUPERVISOR-EXIT
003750     END-IF.
003760     MOVE WRK-ID-INFORMADO TO WRK-APROVADOR.
003770     SET ALTERACAO-APROVADA TO TRUE.
003780 0700-APROVAR-SUPERVISOR-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------*
003820* 0710-UMA-TENTATIVA - UMA TENTATIVA DE SIGN-ON DO         *
003830*                 APROVADOR                                *
003840*----------------------------------------------------------*
003850 0710-UMA-TENTATIVA.
003860     IF OPERADOR-AUTENTICADO
003870         GO TO 0710-UMA-TENTATIVA-EXIT
003880     END-IF.
003890     DISPLAY "SUPERVISOR: ".
003900     ACCEPT WRK-ID-INFORMADO.
003910     DISPLAY "SENHA     : ".
003920     ACCEPT WRK-SENHA-INFORMADA.
003930     PERFORM 0550-CONFERIR-CREDENCIAIS
003940             THRU 0550-CONFERIR-CREDENCIAIS-EXIT.
003950     IF NOT OPERADOR-AUTENTICADO
003960         DISPLAY "FERMNT: SIGN-ON NAO ACEITO (RESULTADO "
003970                 WRK-RESULTADO-SIGNON ")"
003980     END-IF.
003990 0710-UMA-TENTATIVA-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------*
004030* 1100-APURAR-JANELA - ULTIMA DATA DO CALENDARIO GERADO.   *
004040*                 SEM O CLICALEN NAO HA DATA GERADA E      *
004050*                 NENHUMA ALTERACAO EXIGE APROVACAO        *
004060*----------------------------------------------------------*
004070 1100-APURAR-JANELA.
004080     MOVE ZEROS TO WRK-DATA-FIM-JANELA.
004090     OPEN INPUT CALENDARIO.
004100     IF FS-CALENDARIO NOT = "00"
004110         DISPLAY "FERMNT: CLICALEN INDISPONIVEL - STATUS "
004120                 FS-CALENDARIO " - CALENDARIO AINDA NAO GERADO"
004130         GO TO 1100-APURAR-JANELA-EXIT
004140     END-IF.
004150     PERFORM 1110-LER-DIA-CALENDARIO
004160             THRU 1110-LER-DIA-CALENDARIO-EXIT
004170             UNTIL FIM-ARQUIVO-CALENDARIO.
004180     CLOSE CALENDARIO.
004190     COMPUTE WRK-ANO-FIM-JANELA = WRK-DATA-FIM-JANELA / 10000.
004200     DISPLAY "CALENDARIO GERADO ATE " WRK-DATA-FIM-JANELA
004210             " - ALTERACAO DE DATA ATE ESSE DIA EXIGE DOIS "
004220             "SUPERVISORES".
004230 1100-APURAR-JANELA-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------*
004270* 1110-LER-DIA-CALENDARIO - GUARDA A MAIOR DATA LIDA       *
004280*----------------------------------------------------------*
004290 1110-LER-DIA-CALENDARIO.
004300     READ CALENDARIO
004310         AT END
004320             SET FIM-ARQUIVO-CALENDARIO TO TRUE
004330             GO TO 1110-LER-DIA-CALENDARIO-EXIT
004340     END-READ.
004350     IF CAL-DATA > WRK-DATA-FIM-JANELA
004360         MOVE CAL-DATA TO WRK-DATA-FIM-JANELA
004370     END-IF.
004380 1110-LER-DIA-CALENDARIO-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------*
004420* 2000-INCLUIR-FERIADO - CADASTRA UM FERIADO NACIONAL OU   *
004430*                 MUNICIPAL. FERIADO CANCELADO PODE SER    *
004440*                 INCLUIDO DE NOVO POR CIMA.               *
004450*----------------------------------------------------------*
004460 2000-INCLUIR-FERIADO.
004470     PERFORM 2100-PEDIR-CHAVE THRU 2100-PEDIR-CHAVE-EXIT.
004480     IF NOT DATA-VALIDA
004490         GO TO 2000-INCLUIR-FERIADO-EXIT
004500     END-IF.
004510     MOVE "N" TO WRK-FER-EXISTE.
004520     MOVE WRK-ENT-AGENCIA TO FER-AGENCIA.
004530     MOVE WRK-ENT-DATA    TO FER-DATA.
004540     READ FERIADOS
004550         INVALID KEY
004560             CONTINUE
004570         NOT INVALID KEY
004580             SET FERIADO-JA-CADASTRADO TO TRUE
004590     END-READ.
004600     IF FERIADO-JA-CADASTRADO AND FER-ATIVO
004610         DISPLAY "FERMNT: FERIADO JA CADASTRADO - " FER-DESCRICAO
004620         GO TO 2000-INCLUIR-FERIADO-EXIT
004630     END-IF.
004640     IF FERIADO-JA-CADASTRADO
004650         PERFORM 7100-MONTAR-IMAGEM THRU 7100-MONTAR-IMAGEM-EXIT
004660         MOVE WRK-IMAGEM-FERIADO TO MLOG-ANTES
004670     ELSE
004680         MOVE SPACES TO MLOG-ANTES
004690     END-IF.
004700     DISPLAY "TIPO - F = FERIADO, U = EXPEDIENTE NORMAL NUM DIA "
004710             "QUE SERIA FERIADO: ".
004720     ACCEPT WRK-ENT-TIPO.
004730     IF WRK-ENT-TIPO NOT = "F" AND WRK-ENT-TIPO NOT = "U"
004740         DISPLAY "FERMNT: TIPO " WRK-ENT-TIPO " INVALIDO (SO F "
004750                 "OU U)"
004760         GO TO 2000-INCLUIR-FERIADO-EXIT
004770     END-IF.
004780     IF WRK-ENT-TIPO = "U" AND WRK-ENT-ANO = ZEROS
004790         DISPLAY "FERMNT: EXPEDIENTE NORMAL SO EM DATA COMPLETA "
004800                 "(AAAAMMDD)"
004810         GO TO 2000-INCLUIR-FERIADO-EXIT
004820     END-IF.
004830     DISPLAY "DESCRICAO (ATE 30 POSICOES): ".
004840     ACCEPT WRK-ENT-DESCRICAO.
004850     IF WRK-ENT-DESCRICAO = SPACES
004860         DISPLAY "FERMNT: DESCRICAO OBRIGATORIA - NADA FOI "
004870                 "GRAVADO"
004880         GO TO 2000-INCLUIR-FERIADO-EXIT
004890     END-IF.
004900     PERFORM 2200-VERIFICAR-JANELA
004910             THRU 2200-VERIFICAR-JANELA-EXIT.
004920     DISPLAY "CONFIRMA A INCLUSAO DE " WRK-ENT-AGENCIA " "
004930             WRK-ENT-DATA " " WRK-ENT-TIPO " " WRK-ENT-DESCRICAO
004940             " (S/N)? ".
004950     ACCEPT WRK-CONFIRMA.
004960     IF WRK-CONFIRMA NOT = "S"
004970         DISPLAY "FERMNT: INCLUSAO CANCELADA PELO OPERADOR"
004980         GO TO 2000-INCLUIR-FERIADO-EXIT
004990     END-IF.
005000     MOVE SPACES TO WRK-APROVADOR.
005010     IF DENTRO-DA-JANELA
005020         PERFORM 0700-APROVAR-SUPERVISOR
005030                 THRU 0700-APROVAR-SUPERVISOR-EXIT
005040         IF NOT ALTERACAO-APROVADA
005050             GO TO 2000-INCLUIR-FERIADO-EXIT
005060         END-IF
005070     END-IF.
005080     MOVE SPACES            TO FER-REGISTRO.
005090     MOVE WRK-ENT-AGENCIA   TO FER-AGENCIA.
005100     MOVE WRK-ENT-DATA      TO FER-DATA.
005110     MOVE WRK-ENT-TIPO      TO FER-TIPO.
005120     MOVE WRK-ENT-DESCRICAO TO FER-DESCRICAO.
005130     SET FER-ATIVO          TO TRUE.
005140     MOVE WRK-DATA-SISTEMA  TO FER-DATA-ALTERACAO.
005150     MOVE WRK-OPERADOR      TO FER-OPERADOR.
005160     MOVE WRK-APROVADOR     TO FER-APROVADOR.
005170     IF FERIADO-JA-CADASTRADO
005180         REWRITE FER-REGISTRO
005190     ELSE
005200         WRITE FER-REGISTRO
005210     END-IF.
005220     IF FS-FERIADOS NOT = "00"
005230         DISPLAY "FERMNT: ERRO AO GRAVAR CLIFERI - STATUS "
005240                 FS-FERIADOS
005250         GO TO 2000-INCLUIR-FERIADO-EXIT
005260     END-IF.
005270     DISPLAY "FERMNT: FERIADO " FER-AGENCIA " " FER-DATA
005280             " INCLUIDO".
005290     MOVE "I" TO MLOG-FUNCAO.
005300     MOVE "FERIADO     " TO MLOG-CAMPO.
005310     PERFORM 7100-MONTAR-IMAGEM THRU 7100-MONTAR-IMAGEM-EXIT.
005320     MOVE WRK-IMAGEM-FERIADO TO MLOG-DEPOIS.
005330     MOVE ZEROS TO MLOG-CLIENTE.
005340     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
005350     PERFORM 7200-LOGAR-APROVACAO THRU 7200-LOGAR-APROVACAO-EXIT.
005360 2000-INCLUIR-FERIADO-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------*
005400* 2100-PEDIR-CHAVE - AGENCIA (0000 = NACIONAL) E DATA      *
005410*                 (AAAAMMDD, OU 0000MMDD PARA FERIADO      *
005420*                 FIXO), COM CRITICA DE CALENDARIO. DATA   *
005430*                 COMPLETA TEM DE SER POSTERIOR A HOJE.    *
005440*----------------------------------------------------------*
005450 2100-PEDIR-CHAVE.
005460     MOVE "N" TO WRK-DATA-OK.
005470     DISPLAY "AGENCIA (0000 = FERIADO NACIONAL): ".
005480     ACCEPT WRK-ENT-AGENCIA.
005490     DISPLAY "DATA AAAAMMDD (0000MMDD = FIXO, TODO ANO): ".
005500     ACCEPT WRK-ENT-DATA.
005510     IF WRK-ENT-MES < 1 OR WRK-ENT-MES > 12
005520         DISPLAY "FERMNT: MES " WRK-ENT-MES " INVALIDO"
005530         GO TO 2100-PEDIR-CHAVE-EXIT
005540     END-IF.
005550     MOVE TAB-DIAS (WRK-ENT-MES) TO WRK-DIA-MAXIMO.
005560     IF WRK-ENT-MES = 2 AND WRK-ENT-ANO NOT = ZEROS
005570         DIVIDE WRK-ENT-ANO BY 4 GIVING WRK-QUOCIENTE
005580                 REMAINDER WRK-RESTO-4
005590         DIVIDE WRK-ENT-ANO BY 100 GIVING WRK-QUOCIENTE
005600                 REMAINDER WRK-RESTO-100
005610         DIVIDE WRK-ENT-ANO BY 400 GIVING WRK-QUOCIENTE
005620                 REMAINDER WRK-RESTO-400
005630         IF WRK-RESTO-4 = ZEROS
005640                 AND (WRK-RESTO-100 NOT = ZEROS
005650                      OR WRK-RESTO-400 = ZEROS)
005660             MOVE 29 TO WRK-DIA-MAXIMO
005670         END-IF
005680     END-IF.
005690     IF WRK-ENT-DIA < 1 OR WRK-ENT-DIA > WRK-DIA-MAXIMO
005700         DISPLAY "FERMNT: DIA " WRK-ENT-DIA " INVALIDO PARA "
005710                 "O MES " WRK-ENT-MES
005720         GO TO 2100-PEDIR-CHAVE-EXIT
005730     END-IF.
005740     IF WRK-ENT-ANO NOT = ZEROS
005750             AND WRK-ENT-DATA NOT > WRK-DATA-SISTEMA
005760         DISPLAY "FERMNT: DATA " WRK-ENT-DATA " JA PROCESSADA - "
005770                 "SO DATAS POSTERIORES A HOJE"
005780         GO TO 2100-PEDIR-CHAVE-EXIT
005790     END-IF.
005800     SET DATA-VALIDA TO TRUE.
005810 2100-PEDIR-CHAVE-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------*
005850* 2200-VERIFICAR-JANELA - A DATA (OU, NO FERIADO FIXO,     *
005860*                 ALGUMA OCORRENCIA DELA) CAI DEPOIS DE    *
005870*                 HOJE E ATE O FIM DO CALENDARIO GERADO?   *
005880*----------------------------------------------------------*
005890 2200-VERIFICAR-JANELA.
005900     MOVE "N" TO WRK-JANELA.
005910     IF WRK-DATA-FIM-JANELA = ZEROS
005920         GO TO 2200-VERIFICAR-JANELA-EXIT
005930     END-IF.
005940     IF WRK-ENT-ANO NOT = ZEROS
005950         IF WRK-ENT-DATA > WRK-DATA-SISTEMA
005960                 AND WRK-ENT-DATA NOT > WRK-DATA-FIM-JANELA
005970             SET DENTRO-DA-JANELA TO TRUE
005980         END-IF
005990         GO TO 2200-VERIFICAR-JANELA-FIM
006000     END-IF.
006010     PERFORM 2210-TESTAR-ANO THRU 2210-TESTAR-ANO-EXIT
006020             VARYING WRK-ANO-TESTE FROM WRK-ANO-SISTEMA BY 1
006030             UNTIL WRK-ANO-TESTE > WRK-ANO-FIM-JANELA.
006040 2200-VERIFICAR-JANELA-FIM.
006050     IF DENTRO-DA-JANELA
006060         DISPLAY "FERMNT: DATA DENTRO DO CALENDARIO JA GERADO "
006070                 "(ATE " WRK-DATA-FIM-JANELA ") - EXIGE DOIS "
006080                 "SUPERVISORES"
006090     END-IF.
006100 2200-VERIFICAR-JANELA-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* 2210-TESTAR-ANO - UMA OCORRENCIA DO FERIADO FIXO         *
006150*----------------------------------------------------------*
006160 2210-TESTAR-ANO.
006170     COMPUTE WRK-DATA-TESTE = (WRK-ANO-TESTE * 10000)
006180             + WRK-ENT-MMDD.
006190     IF WRK-DATA-TESTE > WRK-DATA-SISTEMA
006200             AND WRK-DATA-TESTE NOT > WRK-DATA-FIM-JANELA
006210         SET DENTRO-DA-JANELA TO TRUE
006220     END-IF.
006230 2210-TESTAR-ANO-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------*
006270* 3000-CANCELAR-FERIADO - MARCA O FERIADO COMO CANCELADO.  *
006280*                 O REGISTRO NAO E EXCLUIDO: GUARDA QUEM   *
006290*                 CANCELOU E QUEM APROVOU, E E O QUE O     *
006300*                 CLICALGR CONFERE ANTES DE DEVOLVER O     *
006310*                 EXPEDIENTE A UM DIA JA GERADO.           *
006320*----------------------------------------------------------*
006330 3000-CANCELAR-FERIADO.
006340     PERFORM 2100-PEDIR-CHAVE THRU 2100-PEDIR-CHAVE-EXIT.
006350     IF NOT DATA-VALIDA
006360         GO TO 3000-CANCELAR-FERIADO-EXIT
006370     END-IF.
006380     MOVE WRK-ENT-AGENCIA TO FER-AGENCIA.
006390     MOVE WRK-ENT-DATA    TO FER-DATA.
006400     READ FERIADOS
006410         INVALID KEY
006420             DISPLAY "FERMNT: FERIADO NAO CADASTRADO"
006430             GO TO 3000-CANCELAR-FERIADO-EXIT
006440     END-READ.
006450     IF FER-CANCELADO
006460         DISPLAY "FERMNT: FERIADO JA ESTA CANCELADO"
006470         GO TO 3000-CANCELAR-FERIADO-EXIT
006480     END-IF.
006490     DISPLAY "FERIADO: " FER-TIPO " " FER-DESCRICAO.
006500     PERFORM 2200-VERIFICAR-JANELA
006510             THRU 2200-VERIFICAR-JANELA-EXIT.
006520     DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? ".
006530     ACCEPT WRK-CONFIRMA.
006540     IF WRK-CONFIRMA NOT = "S"
006550         DISPLAY "FERMNT: CANCELAMENTO DESISTIDO PELO OPERADOR"
006560         GO TO 3000-CANCELAR-FERIADO-EXIT
006570     END-IF.
006580     MOVE SPACES TO WRK-APROVADOR.
006590     IF DENTRO-DA-JANELA
006600         PERFORM 0700-APROVAR-SUPERVISOR
006610                 THRU 0700-APROVAR-SUPERVISOR-EXIT
006620         IF NOT ALTERACAO-APROVADA
006630             GO TO 3000-CANCELAR-FERIADO-EXIT
006640         END-IF
006650     END-IF.
006660     PERFORM 7100-MONTAR-IMAGEM THRU 7100-MONTAR-IMAGEM-EXIT.
006670     MOVE WRK-IMAGEM-FERIADO TO MLOG-ANTES.
006680     SET FER-CANCELADO      TO TRUE.
006690     MOVE WRK-DATA-SISTEMA  TO FER-DATA-ALTERACAO.
006700     MOVE WRK-OPERADOR      TO FER-OPERADOR.
006710     MOVE WRK-APROVADOR     TO FER-APROVADOR.
006720     REWRITE FER-REGISTRO.
006730     IF FS-FERIADOS NOT = "00"
006740         DISPLAY "FERMNT: ERRO AO GRAVAR CLIFERI - STATUS "
006750                 FS-FERIADOS
006760         GO TO 3000-CANCELAR-FERIADO-EXIT
006770     END-IF.
006780     DISPLAY "FERMNT: FERIADO " FER-AGENCIA " " FER-DATA
006790             " CANCELADO".
006800     MOVE "C" TO MLOG-FUNCAO.
006810     MOVE "FERIADO     " TO MLOG-CAMPO.
006820     MOVE "CANCELADO" TO MLOG-DEPOIS.
006830     MOVE ZEROS TO MLOG-CLIENTE.
006840     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
006850     PERFORM 7200-LOGAR-APROVACAO THRU 7200-LOGAR-APROVACAO-EXIT.
006860 3000-CANCELAR-FERIADO-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------*
006900* 4000-LISTAR-FERIADOS - LISTA OS FERIADOS DE UMA AGENCIA  *
006910*                 (0000 = NACIONAIS), ATIVOS E CANCELADOS  *
006920*----------------------------------------------------------*
006930 4000-LISTAR-FERIADOS.
006940     DISPLAY "AGENCIA (0000 = FERIADOS NACIONAIS): ".
006950     ACCEPT WRK-ENT-AGENCIA.
006960     MOVE ZEROS TO WRK-CONT-LISTADOS.
006970     MOVE WRK-ENT-AGENCIA TO FER-AGENCIA.
006980     MOVE ZEROS TO FER-DATA.
006990     START FERIADOS KEY IS NOT LESS THAN FER-CHAVE
007000         INVALID KEY
007010             DISPLAY "FERMNT: NENHUM FERIADO DA AGENCIA "
007020                     WRK-ENT-AGENCIA
007030             GO TO 4000-LISTAR-FERIADOS-EXIT
007040     END-START.
007050     PERFORM 4100-LISTAR-UM THRU 4100-LISTAR-UM-EXIT
007060             UNTIL FER-AGENCIA NOT = WRK-ENT-AGENCIA.
007070     IF WRK-CONT-LISTADOS = ZEROS
007080         DISPLAY "FERMNT: NENHUM FERIADO DA AGENCIA "
007090                 WRK-ENT-AGENCIA
007100     END-IF.
007110 4000-LISTAR-FERIADOS-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------*
007150* 4100-LISTAR-UM - EXIBE UM FERIADO; O FIM DO ARQUIVO      *
007160*                 ENCERRA A LISTA FORCANDO OUTRA AGENCIA   *
007170*----------------------------------------------------------*
007180 4100-LISTAR-UM.
007190     READ FERIADOS NEXT RECORD
007200         AT END
007210             MOVE 9999 TO FER-AGENCIA
007220             IF WRK-ENT-AGENCIA = 9999
007230                 MOVE ZEROS TO FER-AGENCIA
007240             END-IF
007250             GO TO 4100-LISTAR-UM-EXIT
007260     END-READ.
007270     IF FER-AGENCIA NOT = WRK-ENT-AGENCIA
007280         GO TO 4100-LISTAR-UM-EXIT
007290     END-IF.
007300     ADD 1 TO WRK-CONT-LISTADOS.
007310     DISPLAY FER-DATA " " FER-TIPO " " FER-SITUACAO " "
007320             FER-DESCRICAO " " FER-DATA-ALTERACAO " "
007330             FER-OPERADOR " " FER-APROVADOR.
007340 4100-LISTAR-UM-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------*
007380* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
007390*                 COM DATA, HORA E OPERADOR. FUNCAO,       *
007400*                 CAMPO E AS IMAGENS ANTES/DEPOIS JA VEM   *
007410*                 PREENCHIDAS PELO CHAMADOR.               *
007420*----------------------------------------------------------*
007430 7000-GRAVAR-LOG.
007440     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
007450*   TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
007460*   9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
007470     ACCEPT WRK-HORA-COMPLETA FROM TIME.
007480     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
007490     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
007500     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
007510 7000-GRAVAR-LOG-EXIT.
007520     EXIT.
007530
007540*----------------------------------------------------------*
007550* 7100-MONTAR-IMAGEM - AGENCIA, DATA, TIPO, SITUACAO E     *
007560*                 DESCRICAO DO FERIADO CORRENTE PARA A     *
007570*                 IMAGEM DO CLIMLOG                        *
007580*----------------------------------------------------------*
007590 7100-MONTAR-IMAGEM.
007600     MOVE FER-AGENCIA   TO WRK-IMG-AGENCIA.
007610     MOVE FER-DATA      TO WRK-IMG-DATA.
007620     MOVE FER-TIPO      TO WRK-IMG-TIPO.
007630     MOVE FER-SITUACAO  TO WRK-IMG-SITUACAO.
007640     MOVE FER-DESCRICAO TO WRK-IMG-DESCRICAO.
007650 7100-MONTAR-IMAGEM-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------*
007690* 7200-LOGAR-APROVACAO - QUANDO HOUVE APROVACAO, UMA LINHA *
007700*                 A MAIS NO CLIMLOG COM O SUPERVISOR QUE   *
007710*                 APROVOU (FUNCAO "A")                     *
007720*----------------------------------------------------------*
007730 7200-LOGAR-APROVACAO.
007740     IF FER-APROVADOR = SPACES
007750         GO TO 7200-LOGAR-APROVACAO-EXIT
007760     END-IF.
007770     MOVE "A" TO MLOG-FUNCAO.
007780     MOVE "FERIADO     " TO MLOG-CAMPO.
007790     PERFORM 7100-MONTAR-IMAGEM THRU 7100-MONTAR-IMAGEM-EXIT.
007800     MOVE WRK-IMAGEM-FERIADO TO MLOG-ANTES.
007810     MOVE FER-APROVADOR TO MLOG-DEPOIS.
007820     MOVE ZEROS TO MLOG-CLIENTE.
007830     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
007840 7200-LOGAR-APROVACAO-EXIT.
007850     EXIT.
007860
007870 9999-EXIT.
007880     STOP RUN.
