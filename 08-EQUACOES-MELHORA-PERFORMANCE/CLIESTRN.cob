000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIESTRN.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - LANCAMENTO DOS      *
000120*                    ESTORNOS APROVADOS NO CLIMAINT        *
000130*                    (FUNCAO "X"): LE OS PEDIDOS PENDENTES *
000140*                    DO CLIESTOR, CONFERE O LANCAMENTO     *
000150*                    ORIGINAL NO CLIAUDK, LANCA NO MESTRE  *
000160*                    O VALOR EXATAMENTE OPOSTO COM LINHA   *
000170*                    DE AUDITORIA DE ORIGEM "E" (E O       *
000180*                    ESPELHO CLIAUDK), QUE LEVA EM         *
000190*                    AUD-REF-ESTORNO A DATA E A SEQUENCIA  *
000200*                    DO ORIGINAL, E MARCA O PEDIDO COMO    *
000210*                    LANCADO COM A CHAVE DO ESTORNO.       *
000220*                    PEDIDO DE CLIENTE INEXISTENTE OU DE   *
000230*                    LANCAMENTO QUE NAO CONFERE E MARCADO  *
000240*                    RECUSADO NO RELATORIO RELEST (RC 4).  *
000250*                    DURANTE O LANCAMENTO O STEP LIGA A    *
000260*                    TRAVA CTRL-EM-PROCESSAMENTO DO        *
000270*                    CLICTRL, COMO O CLIAJUST.             *
000280* 2026-10-15 EBC     ESTORNO EM CONTA DE FALECIDO, EM      *
000290*                    PREJUIZO OU ENCERRADA E RECUSADO      *
000300*                    (EST-RECUSADO, COM O MOTIVO EM        *
000310*                    EST-MOTIVO-RECUSA E NO RELATORIO, RC  *
000320*                    4), COMO O BLOQUEIO DO CLIMOVTO.      *
000330*----------------------------------------------------------*
000340 ENVIRONMENT             DIVISION.
000350 CONFIGURATION           SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380
000390 INPUT-OUTPUT            SECTION.
000400 FILE-CONTROL.
000410     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CLI-ID
000450         FILE STATUS IS FS-CLIENTES-MASTER.
000460*----------------------------------------------------------*
000470* PEDIDOS DE ESTORNO (GRAVADOS PELO CLIMAINT)              *
000480*----------------------------------------------------------*
000490     SELECT ESTORNOS ASSIGN TO "CLIESTOR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS EST-CHAVE
000530         FILE STATUS IS FS-ESTORNOS.
000540     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-AUDITORIA.
000570*----------------------------------------------------------*
000580* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ONDE ESTA O     *
000590* LANCAMENTO ORIGINAL E ONDE O ESTORNO GANHA A SEQUENCIA   *
000600* QUE O CASA COM ELE                                       *
000610*----------------------------------------------------------*
000620     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS AUDK-CHAVE
000660         FILE STATUS IS FS-AUDK.
000670     SELECT RELATORIO ASSIGN TO "RELEST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-RELATORIO.
000700*----------------------------------------------------------*
000710* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000720*----------------------------------------------------------*
000730     SELECT CONTROLE ASSIGN TO "CLICTRL"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS FS-CONTROLE.
000760
000770 DATA                    DIVISION.
000780 FILE                    SECTION.
000790 FD  CLIENTES-MASTER
000800     LABEL RECORD IS STANDARD.
000810     COPY CLIREG.
000820
000830 FD  ESTORNOS
000840     LABEL RECORD IS STANDARD.
000850     COPY CLIESTRG.
000860
000870 FD  AUDITORIA
000880     LABEL RECORD IS STANDARD.
000890 01  AUD-LINHA                PICTURE X(100).
000900
000910 FD  AUDITORIA-CHAVEADA
000920     LABEL RECORD IS STANDARD.
000930     COPY CLIAUKRG.
000940
000950 FD  RELATORIO
000960     LABEL RECORD IS STANDARD.
000970 01  REL-LINHA               PICTURE X(132).
000980
000990 FD  CONTROLE
001000     LABEL RECORD IS STANDARD.
001010 01  CTRL-REGISTRO.
001020     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001030     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001040     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001050
001060 WORKING-STORAGE         SECTION.
001070 01  WRK-FLAGS.
001080     05  WRK-FIM-PEDIDOS PICTURE X(01)      VALUE "N".
001090         88  FIM-ARQUIVO-PEDIDOS            VALUE "S".
001100 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001110 01  FS-ESTORNOS         PICTURE X(02)      VALUE "00".
001120 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001130 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001140 01  WRK-FLAGS-AUDK.
001150     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001160         88  AUDK-GRAVADO                   VALUE "S".
001170 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001180 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001190 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001200 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001210 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001220 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001230 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
001240 77  WRK-VALOR-ESTORNO   PICTURE S9(10)V99  COMP VALUE ZEROS.
001250 77  WRK-VALOR-CONFERE   PICTURE S9(10)V99  COMP VALUE ZEROS.
001260 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001270 77  WRK-CONT-LANCADOS   PICTURE 9(06)      COMP VALUE ZEROS.
001280 77  WRK-CONT-RECUSADOS  PICTURE 9(06)      COMP VALUE ZEROS.
001290 77  WRK-TOTAL-CREDITOS  PICTURE S9(12)V99  COMP VALUE ZEROS.
001300 77  WRK-TOTAL-DEBITOS   PICTURE S9(12)V99  COMP VALUE ZEROS.
001310
001320*----------------------------------------------------------*
001330* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
001340*----------------------------------------------------------*
001350     COPY CLIAUDRG.
001360
001370*----------------------------------------------------------*
001380* LINHAS DO RELATORIO DOS ESTORNOS                         *
001390*----------------------------------------------------------*
001400 01  REL-CABECALHO.
001410     05  FILLER              PICTURE X(44)
001420             VALUE "LANCAMENTO DE ESTORNOS (CLIESTRN)          ".
001430     05  FILLER              PICTURE X(88) VALUE SPACES.
001440 01  REL-CABECALHO-2.
001450     05  FILLER              PICTURE X(08) VALUE "CLIENTE".
001460     05  FILLER              PICTURE X(16)
001470             VALUE "LANCTO ORIGINAL".
001480     05  FILLER              PICTURE X(04) VALUE "ORG".
001490     05  FILLER              PICTURE X(20)
001500             VALUE "VALOR ESTORNADO".
001510     05  FILLER              PICTURE X(18)
001520             VALUE "OPERADOR/APROVADOR".
001530     05  FILLER              PICTURE X(26) VALUE "SITUACAO".
001540     05  FILLER              PICTURE X(40) VALUE "HISTORICO".
001550 01  REL-DETALHE.
001560     05  REL-DET-ID          PICTURE 9(06).
001570     05  FILLER              PICTURE X(02) VALUE SPACES.
001580     05  REL-DET-DATA-ORIG   PICTURE 9(08).
001590     05  FILLER              PICTURE X(01) VALUE "/".
001600     05  REL-DET-SEQ-ORIG    PICTURE 9(04).
001610     05  FILLER              PICTURE X(03) VALUE SPACES.
001620     05  REL-DET-ORIGEM      PICTURE X(01).
001630     05  FILLER              PICTURE X(03) VALUE SPACES.
001640     05  REL-DET-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001650     05  FILLER              PICTURE X(02) VALUE SPACES.
001660     05  REL-DET-OPERADOR    PICTURE X(08).
001670     05  FILLER              PICTURE X(01) VALUE SPACES.
001680     05  REL-DET-APROVADOR   PICTURE X(08).
001690     05  FILLER              PICTURE X(01) VALUE SPACES.
001700     05  REL-DET-SITUACAO    PICTURE X(24).
001710     05  FILLER              PICTURE X(02) VALUE SPACES.
001720     05  REL-DET-HISTORICO   PICTURE X(30).
001730     05  FILLER              PICTURE X(10) VALUE SPACES.
001740 01  REL-RODAPE.
001750     05  REL-ROD-ROTULO      PICTURE X(30).
001760     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001770     05  FILLER              PICTURE X(84) VALUE SPACES.
001780
001790 PROCEDURE               DIVISION.
001800*----------------------------------------------------------*
001810* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001820*----------------------------------------------------------*
001830 0000-MAINLINE.
001840     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001850     PERFORM 2000-TRATAR-PEDIDO
001860             THRU 2000-TRATAR-PEDIDO-EXIT
001870             UNTIL FIM-ARQUIVO-PEDIDOS.
001880     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
001890     GO TO 9999-EXIT.
001900
001910*----------------------------------------------------------*
001920* 1000-INICIALIZAR - ABRE OS ARQUIVOS E POSICIONA NO 1o    *
001930*                  PEDIDO                                  *
001940*----------------------------------------------------------*
001950 1000-INICIALIZAR.
001960     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
001970     OPEN I-O CLIENTES-MASTER.
001980     IF FS-CLIENTES-MASTER NOT = "00"
001990         DISPLAY "CLIESTRN: ERRO AO ABRIR CLIMSTR - STATUS "
002000                 FS-CLIENTES-MASTER
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 9999-EXIT
002030     END-IF.
002040     OPEN I-O ESTORNOS.
002050     IF FS-ESTORNOS NOT = "00"
002060         DISPLAY "CLIESTRN: ERRO AO ABRIR CLIESTOR - STATUS "
002070                 FS-ESTORNOS
002080         CLOSE CLIENTES-MASTER
002090         MOVE 16 TO RETURN-CODE
002100         GO TO 9999-EXIT
002110     END-IF.
002120*    SEM O ESPELHO CHAVEADO NAO HA COMO CONFERIR O ORIGINAL
002130*    NEM DAR AO ESTORNO A SEQUENCIA QUE O CASA COM ELE - OS
002140*    PEDIDOS FICAM PENDENTES PARA A PROXIMA EXECUCAO.
002150     OPEN I-O AUDITORIA-CHAVEADA.
002160     IF FS-AUDK NOT = "00"
002170         DISPLAY "CLIESTRN: ERRO AO ABRIR CLIAUDK - STATUS "
002180                 FS-AUDK " - ESTORNOS MANTIDOS PENDENTES"
002190         CLOSE CLIENTES-MASTER ESTORNOS
002200         MOVE 16 TO RETURN-CODE
002210         GO TO 9999-EXIT
002220     END-IF.
002230     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
002240             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
002250     OPEN EXTEND AUDITORIA.
002260     OPEN OUTPUT RELATORIO.
002270     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002280     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 2 LINES.
002290     MOVE LOW-VALUES TO EST-CHAVE.
002300     START ESTORNOS KEY IS NOT LESS THAN EST-CHAVE
002310         INVALID KEY
002320             SET FIM-ARQUIVO-PEDIDOS TO TRUE
002330     END-START.
002340 1000-INICIALIZAR-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------*
002380* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
002390*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
002400*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
002410*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
002420*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
002430*----------------------------------------------------------*
002440 1160-MARCAR-EM-PROCESSAMENTO.
002450     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
002460     OPEN INPUT CONTROLE.
002470     IF FS-CONTROLE = "00"
002480         READ CONTROLE
002490             AT END
002500                 CONTINUE
002510             NOT AT END
002520                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
002530                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
002540         END-READ
002550         CLOSE CONTROLE
002560     END-IF.
002570     OPEN OUTPUT CONTROLE.
002580     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
002590     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
002600     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
002610     WRITE CTRL-REGISTRO.
002620     CLOSE CONTROLE.
002630 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002670* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
002680*                  CLICTRL AO FIM DO LANCAMENTO            *
002690*----------------------------------------------------------*
002700 1170-DESMARCAR-PROCESSAMENTO.
002710     OPEN OUTPUT CONTROLE.
002720     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
002730     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
002740     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
002750     WRITE CTRL-REGISTRO.
002760     CLOSE CONTROLE.
002770 1170-DESMARCAR-PROCESSAMENTO-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------*
002810* 2000-TRATAR-PEDIDO - LE O PROXIMO PEDIDO DO CLIESTOR; O  *
002820*                  PENDENTE E CONFERIDO E LANCADO (2100);  *
002830*                  OS JA LANCADOS OU RECUSADOS FICAM COMO  *
002840*                  ESTAO                                   *
002850*----------------------------------------------------------*
002860 2000-TRATAR-PEDIDO.
002870     READ ESTORNOS NEXT RECORD
002880         AT END
002890             SET FIM-ARQUIVO-PEDIDOS TO TRUE
002900             GO TO 2000-TRATAR-PEDIDO-EXIT
002910     END-READ.
002920     IF NOT EST-PENDENTE
002930         GO TO 2000-TRATAR-PEDIDO-EXIT
002940     END-IF.
002950     ADD 1 TO WRK-CONT-LIDOS.
002960     COMPUTE WRK-VALOR-ESTORNO = ZERO - EST-VALOR-ORIG.
002970     MOVE EST-CLIENTE       TO REL-DET-ID.
002980     MOVE EST-DATA-ORIG     TO REL-DET-DATA-ORIG.
002990     MOVE EST-SEQ-ORIG      TO REL-DET-SEQ-ORIG.
003000     MOVE EST-ORIGEM-ORIG   TO REL-DET-ORIGEM.
003010     MOVE WRK-VALOR-ESTORNO TO REL-DET-VALOR.
003020     MOVE EST-OPERADOR      TO REL-DET-OPERADOR.
003030     MOVE EST-APROVADOR     TO REL-DET-APROVADOR.
003040     MOVE EST-HISTORICO     TO REL-DET-HISTORICO.
003050     PERFORM 2100-LANCAR-ESTORNO THRU 2100-LANCAR-ESTORNO-EXIT.
003060     REWRITE EST-REGISTRO.
003070     IF FS-ESTORNOS NOT = "00"
003080         DISPLAY "CLIESTRN: ERRO AO REGRAVAR O PEDIDO DO CLIENTE "
003090                 EST-CLIENTE " STATUS " FS-ESTORNOS
003100     END-IF.
003110     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
003120 2000-TRATAR-PEDIDO-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160* 2100-LANCAR-ESTORNO - CONFERE O ORIGINAL NO CLIAUDK (A   *
003170*                  LINHA TEM DE EXISTIR COM A MESMA ORIGEM *
003180*                  E O MESMO VALOR DO PEDIDO) E LANCA O    *
003190*                  VALOR OPOSTO, COM LINHA DE AUDITORIA DE *
003200*                  ORIGEM "E" (TAXA ZERADA, AUD-JUROS-DIA  *
003210*                  COM O VALOR COM SINAL E A REFERENCIA DO *
003220*                  ORIGINAL EM AUD-REF-ESTORNO)            *
003230*----------------------------------------------------------*
003240 2100-LANCAR-ESTORNO.
003250     MOVE EST-CHAVE TO AUDK-CHAVE.
003260     READ AUDITORIA-CHAVEADA
003270         INVALID KEY
003280             MOVE "LANCTO NAO ENCONTRADO" TO EST-MOTIVO-RECUSA
003290             GO TO 2100-LANCAR-ESTORNO-RECUSA
003300     END-READ.
003310     MOVE AUDK-LINHA TO AUD-REGISTRO.
003320     MOVE AUD-JUROS-DIA TO WRK-VALOR-CONFERE.
003330     IF AUD-ORIGEM NOT = EST-ORIGEM-ORIG
003340             OR WRK-VALOR-CONFERE NOT = EST-VALOR-ORIG
003350         MOVE "LANCTO NAO CONFERE" TO EST-MOTIVO-RECUSA
003360         GO TO 2100-LANCAR-ESTORNO-RECUSA
003370     END-IF.
003380     MOVE EST-CLIENTE TO CLI-ID.
003390     READ CLIENTES-MASTER
003400         INVALID KEY
003410             MOVE "CLIENTE INEXISTENTE" TO EST-MOTIVO-RECUSA
003420             GO TO 2100-LANCAR-ESTORNO-RECUSA
003430     END-READ.
003440*    CONTA CONGELADA POR OBITO, BAIXADA A PREJUIZO OU
003450*    ENCERRADA NAO RECEBE ESTORNO (O MESMO BLOQUEIO DO
003460*    CLIMOVTO, MOTIVO 48).
003470     IF CLI-FALECIDO
003480         MOVE "CONTA FALECIDO" TO EST-MOTIVO-RECUSA
003490         GO TO 2100-LANCAR-ESTORNO-RECUSA
003500     END-IF.
003510     IF CLI-PREJUIZO
003520         MOVE "CONTA EM PREJUIZO" TO EST-MOTIVO-RECUSA
003530         GO TO 2100-LANCAR-ESTORNO-RECUSA
003540     END-IF.
003550     IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
003560         MOVE "CONTA ENCERRADA" TO EST-MOTIVO-RECUSA
003570         GO TO 2100-LANCAR-ESTORNO-RECUSA
003580     END-IF.
003590     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
003600     ADD WRK-VALOR-ESTORNO TO CLI-SALDO.
003610     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
003620     MOVE EST-CLIENTE        TO AUD-CLIENTE-ID.
003630     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
003640     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
003650     MOVE ZEROS              TO AUD-TAXA-APLICADA.
003660     MOVE WRK-VALOR-ESTORNO  TO AUD-JUROS-DIA.
003670     MOVE "E"                TO AUD-ORIGEM.
003680     MOVE SPACES             TO AUD-REF-ESTORNO.
003690     MOVE EST-DATA-ORIG      TO AUD-REF-DATA.
003700     MOVE EST-SEQ-ORIG       TO AUD-REF-SEQ.
003710     WRITE AUD-LINHA FROM AUD-REGISTRO.
003720     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
003730     REWRITE CLI-REGISTRO.
003740     IF FS-CLIENTES-MASTER NOT = "00"
003750         DISPLAY "CLIESTRN: ERRO AO REGRAVAR CLIENTE "
003760                 EST-CLIENTE " STATUS " FS-CLIENTES-MASTER
003770     END-IF.
003780     SET EST-LANCADO TO TRUE.
003790     MOVE WRK-DATA-EXECUCAO TO EST-DATA-ESTORNO.
003800     IF AUDK-GRAVADO
003810         MOVE WRK-AUDK-SEQ TO EST-SEQ-ESTORNO
003820     ELSE
003830         MOVE ZEROS TO EST-SEQ-ESTORNO
003840     END-IF.
003850     MOVE "ESTORNO LANCADO         " TO REL-DET-SITUACAO.
003860     ADD 1 TO WRK-CONT-LANCADOS.
003870     IF WRK-VALOR-ESTORNO > ZEROS
003880         ADD WRK-VALOR-ESTORNO TO WRK-TOTAL-CREDITOS
003890     ELSE
003900         SUBTRACT WRK-VALOR-ESTORNO FROM WRK-TOTAL-DEBITOS
003910     END-IF.
003920     GO TO 2100-LANCAR-ESTORNO-EXIT.
003930 2100-LANCAR-ESTORNO-RECUSA.
003940     SET EST-RECUSADO TO TRUE.
003950     MOVE WRK-DATA-EXECUCAO TO EST-DATA-ESTORNO.
003960     MOVE ZEROS TO EST-SEQ-ESTORNO.
003970     MOVE EST-MOTIVO-RECUSA TO REL-DET-SITUACAO.
003980     ADD 1 TO WRK-CONT-RECUSADOS.
003990 2100-LANCAR-ESTORNO-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------*
004030* 9000-FINALIZAR - IMPRIME OS TOTAIS, FECHA OS ARQUIVOS,   *
004040*                  SOLTA A TRAVA E DEVOLVE O CODIGO DE     *
004050*                  RETORNO DO STEP                         *
004060*----------------------------------------------------------*
004070 9000-FINALIZAR.
004080     MOVE "PEDIDOS PENDENTES LIDOS       " TO REL-ROD-ROTULO.
004090     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
004100     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
004110     MOVE "ESTORNOS LANCADOS             " TO REL-ROD-ROTULO.
004120     MOVE WRK-CONT-LANCADOS TO REL-ROD-VALOR.
004130     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004140     MOVE "VALOR ESTORNADO A CREDITO     " TO REL-ROD-ROTULO.
004150     MOVE WRK-TOTAL-CREDITOS TO REL-ROD-VALOR.
004160     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004170     MOVE "VALOR ESTORNADO A DEBITO      " TO REL-ROD-ROTULO.
004180     MOVE WRK-TOTAL-DEBITOS TO REL-ROD-VALOR.
004190     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004200     MOVE "PEDIDOS RECUSADOS             " TO REL-ROD-ROTULO.
004210     MOVE WRK-CONT-RECUSADOS TO REL-ROD-VALOR.
004220     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004230     CLOSE CLIENTES-MASTER ESTORNOS AUDITORIA
004240             AUDITORIA-CHAVEADA RELATORIO.
004250     PERFORM 1170-DESMARCAR-PROCESSAMENTO
004260             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004270     IF WRK-CONT-RECUSADOS > ZEROS
004280         MOVE 4 TO RETURN-CODE
004290     END-IF.
004300 9000-FINALIZAR-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004340* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
004350*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
004360*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
004370*----------------------------------------------------------*
004380 7700-ESPELHAR-AUDK.
004390     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
004400     MOVE AUD-DATA       TO AUDK-DATA.
004410     MOVE AUD-REGISTRO   TO AUDK-LINHA.
004420     MOVE "N" TO WRK-AUDK-OK.
004430     MOVE 1 TO WRK-AUDK-SEQ.
004440     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
004450             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
004460     IF NOT AUDK-GRAVADO
004470         DISPLAY "CLIESTRN: ESPELHO CLIAUDK NAO GRAVADO "
004480                 "PARA O CLIENTE " AUDK-CLIENTE
004490     END-IF.
004500 7700-ESPELHAR-AUDK-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------*
004540* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
004550*                 DUPLICADA AVANCA A SEQUENCIA             *
004560*----------------------------------------------------------*
004570 7750-TENTAR-AUDK.
004580     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
004590     WRITE AUDK-REGISTRO
004600         INVALID KEY
004610             ADD 1 TO WRK-AUDK-SEQ
004620         NOT INVALID KEY
004630             SET AUDK-GRAVADO TO TRUE
004640     END-WRITE.
004650 7750-TENTAR-AUDK-EXIT.
004660     EXIT.
004670 9999-EXIT.
004680     STOP RUN.
