000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLITEDDV.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - DEVOLUCOES DE       *
000120*                    TED/DOC: LE O ARQUIVO DE RETORNO      *
000130*                    CLITEDRT DA COMPENSACAO (H, D, T),    *
000140*                    CONFERE O TRAILER (QUANTIDADE E SOMA) *
000150*                    ANTES DE POSTAR QUALQUER ITEM (RC 16  *
000160*                    E NADA POSTADO SE NAO BATER),         *
000170*                    LOCALIZA CADA ITEM DEVOLVIDO NO       *
000180*                    HISTORICO                             *
000190*                    CLITEDH E CREDITA O VALOR DE VOLTA NA *
000200*                    CONTA DO REMETENTE, COM LINHA PROPRIA *
000210*                    DE AUDITORIA (ORIGEM "X") E O MOTIVO  *
000220*                    DA DEVOLUCAO NO RELATORIO RELTDV. O   *
000230*                    ITEM E MARCADO DEVOLVIDO NO CLITEDH,  *
000240*                    O QUE IMPEDE CREDITO EM DOBRO. ITEM   *
000250*                    DESCONHECIDO, JA DEVOLVIDO OU COM     *
000260*                    VALOR DIVERGENTE NAO E CREDITADO E    *
000270*                    VAI PARA O RELATORIO (RC 4).          *
000280*----------------------------------------------------------*
000290 ENVIRONMENT             DIVISION.
000300 CONFIGURATION           SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330
000340 INPUT-OUTPUT            SECTION.
000350 FILE-CONTROL.
000360*----------------------------------------------------------*
000370* ARQUIVO DE RETORNO DA COMPENSACAO COM AS DEVOLUCOES      *
000380*----------------------------------------------------------*
000390     SELECT RETORNO ASSIGN TO "CLITEDRT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS FS-RETORNO.
000420     SELECT HISTORICO-TED ASSIGN TO "CLITEDH"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS TED-NUMERO
000460         FILE STATUS IS FS-HISTORICO-TED.
000470     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CLI-ID
000510         FILE STATUS IS FS-CLIENTES-MASTER.
000520     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-AUDITORIA.
000550*----------------------------------------------------------*
000560* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
000570* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
000580* LINHA DO CLIAUDIT                                        *
000590*----------------------------------------------------------*
000600     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS AUDK-CHAVE
000640         FILE STATUS IS FS-AUDK.
000650     SELECT RELATORIO ASSIGN TO "RELTDV"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-RELATORIO.
000680*----------------------------------------------------------*
000690* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000700*----------------------------------------------------------*
000710     SELECT CONTROLE ASSIGN TO "CLICTRL"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS FS-CONTROLE.
000740
000750 DATA                    DIVISION.
000760 FILE                    SECTION.
000770 FD  RETORNO
000780     LABEL RECORD IS STANDARD.
000790 01  RET-LINHA                PICTURE X(120).
000800
000810 FD  HISTORICO-TED
000820     LABEL RECORD IS STANDARD.
000830     COPY CLITEDRG.
000840
000850 FD  CLIENTES-MASTER
000860     LABEL RECORD IS STANDARD.
000870     COPY CLIREG.
000880
000890 FD  AUDITORIA
000900     LABEL RECORD IS STANDARD.
000910 01  AUD-LINHA                PICTURE X(100).
000920
000930 FD  AUDITORIA-CHAVEADA
000940     LABEL RECORD IS STANDARD.
000950     COPY CLIAUKRG.
000960
000970 FD  RELATORIO
000980     LABEL RECORD IS STANDARD.
000990 01  REL-LINHA               PICTURE X(132).
001000
001010 FD  CONTROLE
001020     LABEL RECORD IS STANDARD.
001030 01  CTRL-REGISTRO.
001040     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001050     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001060     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001070
001080 WORKING-STORAGE         SECTION.
001090 01  WRK-FLAGS.
001100     05  WRK-FIM-RETORNO PICTURE X(01)      VALUE "N".
001110         88  FIM-ARQUIVO-RETORNO            VALUE "S".
001120     05  WRK-ARQ-VALIDO  PICTURE X(01)      VALUE "S".
001130         88  ARQUIVO-RETORNO-OK             VALUE "S".
001140         88  ARQUIVO-RETORNO-COM-ERRO       VALUE "N".
001150     05  WRK-TEM-CABEC   PICTURE X(01)      VALUE "N".
001160         88  CABECALHO-LIDO                 VALUE "S".
001170     05  WRK-TEM-TRAILER PICTURE X(01)      VALUE "N".
001180         88  TRAILER-LIDO                   VALUE "S".
001190     05  WRK-RET-VAZIO   PICTURE X(01)      VALUE "N".
001200         88  RETORNO-VAZIO                  VALUE "S".
001210 01  FS-RETORNO          PICTURE X(02)      VALUE "00".
001220 01  FS-HISTORICO-TED    PICTURE X(02)      VALUE "00".
001230 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001240 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001250 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001260 01  WRK-FLAGS-AUDK.
001270     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001280         88  ARQUIVO-AUDK-OK                VALUE "S".
001290     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001300         88  AUDK-GRAVADO                   VALUE "S".
001310 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001320 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001330 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001340 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001350 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001360 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001370 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
001380 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001390 77  WRK-CONT-ITENS      PICTURE 9(06)      COMP VALUE ZEROS.
001400 77  WRK-SOMA-ITENS      PICTURE 9(14)      COMP VALUE ZEROS.
001410 77  WRK-CONT-CREDITADOS PICTURE 9(06)      COMP VALUE ZEROS.
001420 77  WRK-CONT-RECUSADOS  PICTURE 9(06)      COMP VALUE ZEROS.
001430 77  WRK-TOTAL-CREDITADO PICTURE S9(14)     COMP VALUE ZEROS.
001440 77  WRK-IDX-MOT         PICTURE 9(02)      COMP VALUE ZEROS.
001450 01  WRK-MSG-ERRO-ARQ    PICTURE X(40)      VALUE SPACES.
001460
001470*----------------------------------------------------------*
001480* REGISTROS DO RETORNO CLITEDRT: H CABECALHO, D ITEM       *
001490* DEVOLVIDO (NUMERO DO ITEM DA REMESSA, VALOR E MOTIVO), T *
001500* TRAILER DE CONTROLE (QTD + SOMA DOS VALORES)             *
001510*----------------------------------------------------------*
001520 01  RET-REGISTRO.
001530     05  RET-TIPO            PICTURE X(01).
001540         88  RET-CABECALHO                  VALUE "H".
001550         88  RET-DETALHE                    VALUE "D".
001560         88  RET-TRAILER                    VALUE "T".
001570     05  RET-CORPO           PICTURE X(119).
001580 01  RET-CAB REDEFINES RET-REGISTRO.
001590     05  FILLER              PICTURE X(01).
001600     05  RET-CAB-DATA        PICTURE 9(08).
001610     05  RET-CAB-REMESSA     PICTURE 9(06).
001620     05  FILLER              PICTURE X(105).
001630 01  RET-DET REDEFINES RET-REGISTRO.
001640     05  FILLER              PICTURE X(01).
001650     05  RET-DET-NUMERO      PICTURE 9(14).
001660     05  RET-DET-VALOR       PICTURE 9(10).
001670     05  RET-DET-MOTIVO      PICTURE 9(02).
001680     05  FILLER              PICTURE X(93).
001690 01  RET-TRL REDEFINES RET-REGISTRO.
001700     05  FILLER              PICTURE X(01).
001710     05  RET-TRL-QTD         PICTURE 9(06).
001720     05  RET-TRL-TOTAL       PICTURE 9(14).
001730     05  FILLER              PICTURE X(99).
001740
001750*----------------------------------------------------------*
001760* TABELA DOS MOTIVOS DE DEVOLUCAO DA COMPENSACAO. CODIGO   *
001770* FORA DA TABELA SAI COMO "OUTROS".                        *
001780*----------------------------------------------------------*
001790 01  TAB-MOTIVOS-DADOS.
001800     05  FILLER PICTURE X(32)
001810             VALUE "01CONTA DESTINO INEXISTENTE     ".
001820     05  FILLER PICTURE X(32)
001830             VALUE "02CONTA DESTINO ENCERRADA       ".
001840     05  FILLER PICTURE X(32)
001850             VALUE "03CPF/CNPJ DIVERGENTE           ".
001860     05  FILLER PICTURE X(32)
001870             VALUE "04AGENCIA DESTINO INVALIDA      ".
001880     05  FILLER PICTURE X(32)
001890             VALUE "05CONTA DESTINO BLOQUEADA       ".
001900     05  FILLER PICTURE X(32)
001910             VALUE "06TIPO DE CONTA INVALIDO        ".
001920     05  FILLER PICTURE X(32)
001930             VALUE "99OUTROS                        ".
001940 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
001950     05  TAB-MOT-ENTRADA         OCCURS 7 TIMES.
001960         10  TAB-MOT-CODIGO       PICTURE 9(02).
001970         10  TAB-MOT-TEXTO        PICTURE X(30).
001980 77  WRK-QTD-MOTIVOS     PICTURE 9(02)      COMP VALUE 7.
001990
002000*----------------------------------------------------------*
002010* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
002020*----------------------------------------------------------*
002030     COPY CLIAUDRG.
002040
002050*----------------------------------------------------------*
002060* LINHAS DO RELATORIO DAS DEVOLUCOES                       *
002070*----------------------------------------------------------*
002080 01  REL-CABECALHO.
002090     05  FILLER              PICTURE X(44)
002100             VALUE "DEVOLUCOES DE TED/DOC (CLITEDDV) - ".
002110     05  REL-CAB-DATA        PICTURE 9(08).
002120     05  FILLER              PICTURE X(10) VALUE " RETORNO ".
002130     05  REL-CAB-REMESSA     PICTURE 9(06).
002140     05  FILLER              PICTURE X(64) VALUE SPACES.
002150 01  REL-DETALHE.
002160     05  REL-DET-NUMERO      PICTURE 9(14).
002170     05  FILLER              PICTURE X(02) VALUE SPACES.
002180     05  REL-DET-CLIENTE     PICTURE 9(06).
002190     05  FILLER              PICTURE X(02) VALUE SPACES.
002200     05  REL-DET-VALOR       PICTURE Z.ZZZ.ZZZ.ZZ9,99.
002210     05  FILLER              PICTURE X(02) VALUE SPACES.
002220     05  REL-DET-MOTIVO-COD  PICTURE 9(02).
002230     05  FILLER              PICTURE X(01) VALUE SPACES.
002240     05  REL-DET-MOTIVO      PICTURE X(30).
002250     05  FILLER              PICTURE X(02) VALUE SPACES.
002260     05  REL-DET-SITUACAO    PICTURE X(27).
002270     05  FILLER              PICTURE X(28) VALUE SPACES.
002280 01  REL-ERRO-ARQUIVO.
002290     05  FILLER              PICTURE X(30)
002300             VALUE "*** RETORNO NAO PROCESSADO: ".
002310     05  REL-ERR-TEXTO       PICTURE X(40).
002320     05  FILLER              PICTURE X(62) VALUE SPACES.
002330 01  REL-RODAPE.
002340     05  REL-ROD-ROTULO      PICTURE X(30).
002350     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
002360     05  FILLER              PICTURE X(93) VALUE SPACES.
002370 01  REL-RODAPE-VALOR.
002380     05  REL-ROV-ROTULO      PICTURE X(30).
002390     05  REL-ROV-VALOR       PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002400     05  FILLER              PICTURE X(82) VALUE SPACES.
002410
002420 PROCEDURE               DIVISION.
002430*----------------------------------------------------------*
002440* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002450*----------------------------------------------------------*
002460 0000-MAINLINE.
002470     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002480     PERFORM 1500-CONFERIR-RETORNO
002490             THRU 1500-CONFERIR-RETORNO-EXIT.
002500     IF ARQUIVO-RETORNO-COM-ERRO
002510         PERFORM 9500-ABORTAR-RETORNO
002520                 THRU 9500-ABORTAR-RETORNO-EXIT
002530         GO TO 9999-EXIT
002540     END-IF.
002550     IF RETORNO-VAZIO
002560         PERFORM 9600-FECHAR-SEM-RETORNO
002570                 THRU 9600-FECHAR-SEM-RETORNO-EXIT
002580         GO TO 9999-EXIT
002590     END-IF.
002600     PERFORM 1800-ABRIR-POSTAGEM
002610             THRU 1800-ABRIR-POSTAGEM-EXIT.
002620     PERFORM 2000-TRATAR-REGISTRO
002630             THRU 2000-TRATAR-REGISTRO-EXIT
002640             UNTIL FIM-ARQUIVO-RETORNO.
002650     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002660     GO TO 9999-EXIT.
002670
002680*----------------------------------------------------------*
002690* 1000-INICIALIZAR - ABRE O RETORNO E O RELATORIO          *
002700*----------------------------------------------------------*
002710 1000-INICIALIZAR.
002720     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002730     OPEN INPUT RETORNO.
002740     IF FS-RETORNO NOT = "00"
002750         DISPLAY "CLITEDDV: ERRO AO ABRIR CLITEDRT - STATUS "
002760                 FS-RETORNO
002770         MOVE 16 TO RETURN-CODE
002780         GO TO 9999-EXIT
002790     END-IF.
002800     OPEN OUTPUT RELATORIO.
002810     MOVE WRK-DATA-EXECUCAO TO REL-CAB-DATA.
002820     MOVE ZEROS             TO REL-CAB-REMESSA.
002830 1000-INICIALIZAR-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------*
002870* 1500-CONFERIR-RETORNO - 1a PASSADA: CABECALHO NO INICIO, *
002880*                  TRAILER NO FIM, QUANTIDADE E SOMA DOS   *
002890*                  ITENS IGUAIS AS DO TRAILER. NADA E      *
002900*                  POSTADO SE O ARQUIVO NAO FECHAR. DIA    *
002910*                  SEM RETORNO (ARQUIVO VAZIO) TERMINA     *
002920*                  LIMPO.                                  *
002930*----------------------------------------------------------*
002940 1500-CONFERIR-RETORNO.
002950     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
002960     IF FIM-ARQUIVO-RETORNO
002970         SET RETORNO-VAZIO TO TRUE
002980         GO TO 1500-CONFERIR-RETORNO-EXIT
002990     END-IF.
003000     IF NOT RET-CABECALHO
003010         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003020         MOVE "CABECALHO AUSENTE" TO WRK-MSG-ERRO-ARQ
003030         GO TO 1500-CONFERIR-RETORNO-EXIT
003040     END-IF.
003050     SET CABECALHO-LIDO TO TRUE.
003060     MOVE RET-CAB-REMESSA TO REL-CAB-REMESSA.
003070     PERFORM 1550-CONFERIR-REGISTRO
003080             THRU 1550-CONFERIR-REGISTRO-EXIT
003090             UNTIL FIM-ARQUIVO-RETORNO
003100             OR ARQUIVO-RETORNO-COM-ERRO.
003110     IF ARQUIVO-RETORNO-COM-ERRO
003120         GO TO 1500-CONFERIR-RETORNO-EXIT
003130     END-IF.
003140     IF NOT TRAILER-LIDO
003150         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003160         MOVE "TRAILER AUSENTE" TO WRK-MSG-ERRO-ARQ
003170         GO TO 1500-CONFERIR-RETORNO-EXIT
003180     END-IF.
003190     IF RET-TRL-QTD NOT = WRK-CONT-ITENS
003200         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003210         MOVE "QUANTIDADE DO TRAILER NAO CONFERE"
003220           TO WRK-MSG-ERRO-ARQ
003230         GO TO 1500-CONFERIR-RETORNO-EXIT
003240     END-IF.
003250     IF RET-TRL-TOTAL NOT = WRK-SOMA-ITENS
003260         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003270         MOVE "SOMA DO TRAILER NAO CONFERE"
003280           TO WRK-MSG-ERRO-ARQ
003290     END-IF.
003300 1500-CONFERIR-RETORNO-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340* 1550-CONFERIR-REGISTRO - CONFERE UM REGISTRO APOS O      *
003350*                  CABECALHO. O TRAILER TEM DE SER O       *
003360*                  ULTIMO REGISTRO DO ARQUIVO.             *
003370*----------------------------------------------------------*
003380 1550-CONFERIR-REGISTRO.
003390     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
003400     IF FIM-ARQUIVO-RETORNO
003410         GO TO 1550-CONFERIR-REGISTRO-EXIT
003420     END-IF.
003430     IF TRAILER-LIDO
003440         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003450         MOVE "REGISTRO APOS O TRAILER" TO WRK-MSG-ERRO-ARQ
003460         GO TO 1550-CONFERIR-REGISTRO-EXIT
003470     END-IF.
003480     EVALUATE TRUE
003490         WHEN RET-DETALHE
003500             IF RET-DET-NUMERO NOT NUMERIC
003510                     OR RET-DET-VALOR NOT NUMERIC
003520                     OR RET-DET-MOTIVO NOT NUMERIC
003530                 SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003540                 MOVE "ITEM COM CAMPO NAO NUMERICO"
003550                   TO WRK-MSG-ERRO-ARQ
003560             ELSE
003570                 ADD 1 TO WRK-CONT-ITENS
003580                 ADD RET-DET-VALOR TO WRK-SOMA-ITENS
003590             END-IF
003600         WHEN RET-TRAILER
003610             SET TRAILER-LIDO TO TRUE
003620         WHEN OTHER
003630             SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003640             MOVE "TIPO DE REGISTRO INVALIDO"
003650               TO WRK-MSG-ERRO-ARQ
003660     END-EVALUATE.
003670 1550-CONFERIR-REGISTRO-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------*
003710* 1800-ABRIR-POSTAGEM - RETORNO CONFERIDO: REABRE-O DO     *
003720*                  INICIO, ABRE O MESTRE, O HISTORICO E A  *
003730*                  AUDITORIA E LIGA A TRAVA DO CLICTRL     *
003740*----------------------------------------------------------*
003750 1800-ABRIR-POSTAGEM.
003760     CLOSE RETORNO.
003770     MOVE "N" TO WRK-FIM-RETORNO.
003780     MOVE ZEROS TO WRK-CONT-LIDOS.
003790     OPEN INPUT RETORNO.
003800     OPEN I-O CLIENTES-MASTER.
003810     IF FS-CLIENTES-MASTER NOT = "00"
003820         DISPLAY "CLITEDDV: ERRO AO ABRIR CLIMSTR - STATUS "
003830                 FS-CLIENTES-MASTER
003840         CLOSE RETORNO RELATORIO
003850         MOVE 16 TO RETURN-CODE
003860         GO TO 9999-EXIT
003870     END-IF.
003880     OPEN I-O HISTORICO-TED.
003890     IF FS-HISTORICO-TED NOT = "00"
003900         DISPLAY "CLITEDDV: ERRO AO ABRIR CLITEDH - STATUS "
003910                 FS-HISTORICO-TED
003920         CLOSE RETORNO RELATORIO CLIENTES-MASTER
003930         MOVE 16 TO RETURN-CODE
003940         GO TO 9999-EXIT
003950     END-IF.
003960     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003970             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003980     OPEN EXTEND AUDITORIA.
003990     OPEN I-O AUDITORIA-CHAVEADA.
004000     IF FS-AUDK = "00" OR FS-AUDK = "05"
004010         SET ARQUIVO-AUDK-OK TO TRUE
004020     ELSE
004030         DISPLAY "CLITEDDV: CLIAUDK INDISPONIVEL - STATUS "
004040                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
004050                 "CLIAUDKL)"
004060     END-IF.
004070     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
004080     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
004090 1800-ABRIR-POSTAGEM-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------*
004130* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
004140*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
004150*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
004160*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
004170*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
004180*----------------------------------------------------------*
004190 1160-MARCAR-EM-PROCESSAMENTO.
004200     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
004210     OPEN INPUT CONTROLE.
004220     IF FS-CONTROLE = "00"
004230         READ CONTROLE
004240             AT END
004250                 CONTINUE
004260             NOT AT END
004270                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
004280                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
004290         END-READ
004300         CLOSE CONTROLE
004310     END-IF.
004320     OPEN OUTPUT CONTROLE.
004330     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004340     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
004350     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004360     WRITE CTRL-REGISTRO.
004370     CLOSE CONTROLE.
004380 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------*
004420* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
004430*                  CLICTRL AO FIM DAS DEVOLUCOES           *
004440*----------------------------------------------------------*
004450 1170-DESMARCAR-PROCESSAMENTO.
004460     OPEN OUTPUT CONTROLE.
004470     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004480     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
004490     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004500     WRITE CTRL-REGISTRO.
004510     CLOSE CONTROLE.
004520 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------*
004560* 2000-TRATAR-REGISTRO - 2a PASSADA: CREDITA DE VOLTA CADA *
004570*                  ITEM DEVOLVIDO QUE CONFERE COM O        *
004580*                  HISTORICO. CABECALHO E TRAILER JA FORAM *
004590*                  CONFERIDOS E SAO SALTADOS.              *
004600*----------------------------------------------------------*
004610 2000-TRATAR-REGISTRO.
004620     IF NOT RET-DETALHE
004630         GO TO 2000-TRATAR-REGISTRO-PROXIMO
004640     END-IF.
004650     MOVE RET-DET-NUMERO TO REL-DET-NUMERO.
004660     MOVE RET-DET-VALOR  TO REL-DET-VALOR.
004670     MOVE RET-DET-MOTIVO TO REL-DET-MOTIVO-COD.
004680     MOVE ZEROS          TO REL-DET-CLIENTE.
004690     PERFORM 2300-TRADUZIR-MOTIVO
004700             THRU 2300-TRADUZIR-MOTIVO-EXIT.
004710     MOVE RET-DET-NUMERO TO TED-NUMERO.
004720     READ HISTORICO-TED
004730         INVALID KEY
004740             MOVE "ITEM NAO REMETIDO         " TO REL-DET-SITUACAO
004750             ADD 1 TO WRK-CONT-RECUSADOS
004760             GO TO 2000-TRATAR-REGISTRO-IMPRIMIR
004770     END-READ.
004780     MOVE TED-CLIENTE TO REL-DET-CLIENTE.
004790     IF TED-DEVOLVIDA
004800         MOVE "JA DEVOLVIDO - IGNORADO   " TO REL-DET-SITUACAO
004810         ADD 1 TO WRK-CONT-RECUSADOS
004820         GO TO 2000-TRATAR-REGISTRO-IMPRIMIR
004830     END-IF.
004840     IF TED-VALOR NOT = RET-DET-VALOR
004850         MOVE "VALOR DIVERGENTE DA REMESSA" TO REL-DET-SITUACAO
004860         ADD 1 TO WRK-CONT-RECUSADOS
004870         GO TO 2000-TRATAR-REGISTRO-IMPRIMIR
004880     END-IF.
004890     MOVE TED-CLIENTE TO CLI-ID.
004900     READ CLIENTES-MASTER
004910         INVALID KEY
004920             MOVE "REMETENTE INEXISTENTE     " TO REL-DET-SITUACAO
004930             ADD 1 TO WRK-CONT-RECUSADOS
004940             GO TO 2000-TRATAR-REGISTRO-IMPRIMIR
004950     END-READ.
004960     PERFORM 2200-CREDITAR-DEVOLUCAO
004970             THRU 2200-CREDITAR-DEVOLUCAO-EXIT.
004980     MOVE "CREDITADO DE VOLTA        " TO REL-DET-SITUACAO.
004990 2000-TRATAR-REGISTRO-IMPRIMIR.
005000     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
005010 2000-TRATAR-REGISTRO-PROXIMO.
005020     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
005030 2000-TRATAR-REGISTRO-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------*
005070* 2100-LER-RETORNO - LEITURA SEQUENCIAL DO CLITEDRT        *
005080*----------------------------------------------------------*
005090 2100-LER-RETORNO.
005100     READ RETORNO INTO RET-REGISTRO
005110         AT END
005120             SET FIM-ARQUIVO-RETORNO TO TRUE
005130         NOT AT END
005140             ADD 1 TO WRK-CONT-LIDOS
005150     END-READ.
005160 2100-LER-RETORNO-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------*
005200* 2200-CREDITAR-DEVOLUCAO - DEVOLVE O VALOR AO SALDO DO    *
005210*                  REMETENTE, GRAVA A AUDITORIA "X" COM O  *
005220*                  VALOR EM AUD-JUROS-DIA E MARCA O ITEM   *
005230*                  DEVOLVIDO NO HISTORICO                  *
005240*----------------------------------------------------------*
005250 2200-CREDITAR-DEVOLUCAO.
005260     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
005270     ADD TED-VALOR TO CLI-SALDO.
005280     REWRITE CLI-REGISTRO.
005290     IF FS-CLIENTES-MASTER NOT = "00"
005300         DISPLAY "CLITEDDV: ERRO AO REGRAVAR CLIENTE "
005310                 CLI-ID " STATUS " FS-CLIENTES-MASTER
005320     END-IF.
005330     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
005340     MOVE CLI-ID             TO AUD-CLIENTE-ID.
005350     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
005360     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
005370     MOVE ZEROS              TO AUD-TAXA-APLICADA.
005380     MOVE TED-VALOR          TO AUD-JUROS-DIA.
005390     MOVE "X"                TO AUD-ORIGEM.
005400     MOVE ZEROS              TO AUD-SALDO-BASE.
005410     WRITE AUD-LINHA FROM AUD-REGISTRO.
005420     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
005430     SET TED-DEVOLVIDA TO TRUE.
005440     MOVE WRK-DATA-EXECUCAO TO TED-DATA-DEVOLUCAO.
005450     MOVE RET-DET-MOTIVO    TO TED-MOTIVO-DEV.
005460     REWRITE TED-REGISTRO.
005470     ADD 1 TO WRK-CONT-CREDITADOS.
005480     ADD TED-VALOR TO WRK-TOTAL-CREDITADO.
005490 2200-CREDITAR-DEVOLUCAO-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------*
005530* 2300-TRADUZIR-MOTIVO - TEXTO DO MOTIVO DE DEVOLUCAO      *
005540*----------------------------------------------------------*
005550 2300-TRADUZIR-MOTIVO.
005560     MOVE "OUTROS" TO REL-DET-MOTIVO.
005570     PERFORM 2350-CONFERIR-MOTIVO
005580             THRU 2350-CONFERIR-MOTIVO-EXIT
005590             VARYING WRK-IDX-MOT FROM 1 BY 1
005600             UNTIL WRK-IDX-MOT > WRK-QTD-MOTIVOS.
005610 2300-TRADUZIR-MOTIVO-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------*
005650* 2350-CONFERIR-MOTIVO - CONFERE UMA ENTRADA DA TABELA     *
005660*----------------------------------------------------------*
005670 2350-CONFERIR-MOTIVO.
005680     IF TAB-MOT-CODIGO (WRK-IDX-MOT) = RET-DET-MOTIVO
005690         MOVE TAB-MOT-TEXTO (WRK-IDX-MOT) TO REL-DET-MOTIVO
005700     END-IF.
005710 2350-CONFERIR-MOTIVO-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------*
005750* 9000-FINALIZAR - TOTAIS, FECHAMENTO E CODIGO DE RETORNO  *
005760*----------------------------------------------------------*
005770 9000-FINALIZAR.
005780     MOVE "ITENS DEVOLVIDOS NO RETORNO   " TO REL-ROD-ROTULO.
005790     MOVE WRK-CONT-ITENS TO REL-ROD-VALOR.
005800     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
005810     MOVE "ITENS CREDITADOS DE VOLTA     " TO REL-ROD-ROTULO.
005820     MOVE WRK-CONT-CREDITADOS TO REL-ROD-VALOR.
005830     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005840     MOVE "ITENS NAO CREDITADOS          " TO REL-ROD-ROTULO.
005850     MOVE WRK-CONT-RECUSADOS TO REL-ROD-VALOR.
005860     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005870     MOVE "VALOR TOTAL CREDITADO         " TO REL-ROV-ROTULO.
005880     MOVE WRK-TOTAL-CREDITADO TO REL-ROV-VALOR.
005890     WRITE REL-LINHA FROM REL-RODAPE-VALOR
005900             AFTER ADVANCING 1 LINE.
005910     CLOSE RETORNO CLIENTES-MASTER HISTORICO-TED AUDITORIA
005920             RELATORIO.
005930     IF ARQUIVO-AUDK-OK
005940         CLOSE AUDITORIA-CHAVEADA
005950     END-IF.
005960     PERFORM 1170-DESMARCAR-PROCESSAMENTO
005970             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
005980     IF WRK-CONT-RECUSADOS > ZEROS
005990         MOVE 4 TO RETURN-CODE
006000     END-IF.
006010 9000-FINALIZAR-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------*
006050* 9500-ABORTAR-RETORNO - RETORNO QUE NAO FECHA COM O       *
006060*                  TRAILER: NADA E POSTADO, O MOTIVO VAI   *
006070*                  PARA O RELATORIO E O STEP TERMINA COM   *
006080*                  RC 16                                   *
006090*----------------------------------------------------------*
006100 9500-ABORTAR-RETORNO.
006110     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
006120     MOVE WRK-MSG-ERRO-ARQ TO REL-ERR-TEXTO.
006130     WRITE REL-LINHA FROM REL-ERRO-ARQUIVO
006140             AFTER ADVANCING 2 LINES.
006150     CLOSE RETORNO RELATORIO.
006160     DISPLAY "CLITEDDV: RETORNO REJEITADO - " WRK-MSG-ERRO-ARQ.
006170     MOVE 16 TO RETURN-CODE.
006180 9500-ABORTAR-RETORNO-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------*
006220* 9600-FECHAR-SEM-RETORNO - NENHUMA DEVOLUCAO RECEBIDA NO  *
006230*                  DIA: SO O CABECALHO E O AVISO           *
006240*----------------------------------------------------------*
006250 9600-FECHAR-SEM-RETORNO.
006260     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
006270     MOVE "NENHUMA DEVOLUCAO RECEBIDA    " TO REL-ROD-ROTULO.
006280     MOVE ZEROS TO REL-ROD-VALOR.
006290     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006300     CLOSE RETORNO RELATORIO.
006310 9600-FECHAR-SEM-RETORNO-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------*
006350* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
006360*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
006370*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
006380*----------------------------------------------------------*
006390 7700-ESPELHAR-AUDK.
006400     IF NOT ARQUIVO-AUDK-OK
006410         GO TO 7700-ESPELHAR-AUDK-EXIT
006420     END-IF.
006430     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
006440     MOVE AUD-DATA       TO AUDK-DATA.
006450     MOVE AUD-REGISTRO   TO AUDK-LINHA.
006460     MOVE "N" TO WRK-AUDK-OK.
006470     MOVE 1 TO WRK-AUDK-SEQ.
006480     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
006490             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
006500     IF NOT AUDK-GRAVADO
006510         DISPLAY "CLITEDDV: ESPELHO CLIAUDK NAO GRAVADO "
006520                 "PARA O CLIENTE " AUDK-CLIENTE
006530     END-IF.
006540 7700-ESPELHAR-AUDK-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------*
006580* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
006590*                 DUPLICADA AVANCA A SEQUENCIA             *
006600*----------------------------------------------------------*
006610 7750-TENTAR-AUDK.
006620     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
006630     WRITE AUDK-REGISTRO
006640         INVALID KEY
006650             ADD 1 TO WRK-AUDK-SEQ
006660         NOT INVALID KEY
006670             SET AUDK-GRAVADO TO TRUE
006680     END-WRITE.
006690 7750-TENTAR-AUDK-EXIT.
006700     EXIT.
006710 9999-EXIT.
006720     STOP RUN.
