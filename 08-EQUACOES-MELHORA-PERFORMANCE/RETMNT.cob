000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             RETMNT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - TELA DO COMPLIANCE  *
000120*                    PARA A FILA DE RETENCAO DO CLIMOVTO   *
000130*                    (CLIRETQ, LAYOUT CLIRETRG), MENU-     *
000140*                    DRIVEN VIA TERMINAL NOS MOLDES DO     *
000150*                    VARMNT. SIGN-ON SO DE PERFIL          *
000160*                    SUPERVISOR NO CLIOPER. LISTA OS ITENS *
000170*                    PENDENTES, LIBERA OU RECUSA (MOTIVO   *
000180*                    OBRIGATORIO) CADA ITEM - A BAIXA FICA *
000190*                    PARA A PROXIMA EXECUCAO DO CLIMOVTO - *
000200*                    E MANTEM AS REGRAS DE RETENCAO DO     *
000210*                    CLIRETP (LAYOUT CLIRTPRG). TODA       *
000220*                    DECISAO E ALTERACAO DE REGRA E LOGADA *
000230*                    NO CLIMLOG.                           *
000240*----------------------------------------------------------*
000250 ENVIRONMENT             DIVISION.
000260 CONFIGURATION           SECTION.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290
000300 INPUT-OUTPUT            SECTION.
000310 FILE-CONTROL.
000320*----------------------------------------------------------*
000330* FILA DOS MOVIMENTOS RETIDOS PELO CLIMOVTO                *
000340*----------------------------------------------------------*
000350     SELECT FILA-RETENCAO ASSIGN TO "CLIRETQ"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RET-CHAVE
000390         FILE STATUS IS FS-FILA-RETENCAO.
000400*----------------------------------------------------------*
000410* REGRAS DE RETENCAO (UM REGISTRO SO)                      *
000420*----------------------------------------------------------*
000430     SELECT REGRAS-RETENCAO ASSIGN TO "CLIRETP"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS FS-REGRAS-RETENCAO.
000460*----------------------------------------------------------*
000470* LOG DAS ACOES DE MANUTENCAO, COM IMAGEM ANTES/DEPOIS     *
000480*----------------------------------------------------------*
000490     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-LOG-MANUTENCAO.
000520
000530 DATA                    DIVISION.
000540 FILE                    SECTION.
000550 FD  FILA-RETENCAO
000560     LABEL RECORD IS STANDARD.
000570     COPY CLIRETRG.
000580
000590 FD  REGRAS-RETENCAO
000600     LABEL RECORD IS STANDARD.
000610     COPY CLIRTPRG.
000620
000630 FD  LOG-MANUTENCAO
000640     LABEL RECORD IS STANDARD.
000650 01  MLOG-LINHA               PICTURE X(120).
000660
000670
000680 WORKING-STORAGE         SECTION.
000690 01  WRK-FLAGS.
000700     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
000710         88  SAIR-DO-MENU                       VALUE "S".
000720     05  WRK-FIM-RET         PICTURE X(01)      VALUE "N".
000730         88  FIM-FILA-RETENCAO                  VALUE "S".
000740     05  WRK-TEM-REGRAS      PICTURE X(01)      VALUE "N".
000750         88  REGRAS-EXISTENTES                  VALUE "S".
000760 01  FS-FILA-RETENCAO        PICTURE X(02)      VALUE "00".
000770 01  FS-REGRAS-RETENCAO      PICTURE X(02)      VALUE "00".
000780 01  FS-LOG-MANUTENCAO       PICTURE X(02)      VALUE "00".
000790 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
000800 77  WRK-DECISAO              PICTURE X(01)      VALUE SPACES.
000810 77  WRK-CONFIRMA             PICTURE X(01)      VALUE SPACES.
000820 77  WRK-MOTIVO               PICTURE X(30)      VALUE SPACES.
000830 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
000840 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
000850 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
000860 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
000870 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
000880 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "S".
000890 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
000900 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
000910 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
000920 77  WRK-CONT-PENDENTES       PICTURE 9(06)      COMP VALUE ZEROS.
000930 77  WRK-QTD-ED               PICTURE ZZZ.ZZ9.
000940 77  WRK-VALOR-ED             PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
000950 77  WRK-DESC-REGRA           PICTURE X(24)      VALUE SPACES.
000960 77  WRK-DESC-STATUS          PICTURE X(24)      VALUE SPACES.
000970 01  WRK-SIGNON.
000980     05  WRK-SIGNON-OK        PICTURE X(01)      VALUE "N".
000990         88  OPERADOR-AUTENTICADO            VALUE "S".
001000
001010*----------------------------------------------------------*
001020* REGRAS NOVAS DIGITADAS, CONFERIDAS ANTES DE GRAVAR       *
001030*----------------------------------------------------------*
001040 01  WRK-REGRAS-NOVAS.
001050     05  NOVO-LIMITE-SAQUE    PICTURE 9(10)      VALUE ZEROS.
001060     05  NOVO-LIMITE-TRANSF   PICTURE 9(10)      VALUE ZEROS.
001070     05  NOVO-DIAS-REATIVACAO PICTURE 9(03)      VALUE ZEROS.
001080     05  NOVO-DIAS-ABERTURA   PICTURE 9(03)      VALUE ZEROS.
001090
001100*----------------------------------------------------------*
001110* IMAGENS PARA O CLIMLOG: O ITEM DECIDIDO (CHAVE, TIPO,    *
001120* VALOR E REGRA), A DECISAO (COM O MOTIVO) E O CONJUNTO    *
001130* DAS QUATRO REGRAS                                        *
001140*----------------------------------------------------------*
001150 01  WRK-IMAGEM-ITEM.
001160     05  WRK-IMG-DATA         PICTURE 9(08).
001170     05  FILLER               PICTURE X(01) VALUE "-".
001180     05  WRK-IMG-ITEM         PICTURE 9(06).
001190     05  FILLER               PICTURE X(01) VALUE SPACES.
001200     05  WRK-IMG-TIPO         PICTURE X(01).
001210     05  FILLER               PICTURE X(01) VALUE SPACES.
001220     05  WRK-IMG-VALOR        PICTURE 9(10).
001230     05  FILLER               PICTURE X(01) VALUE SPACES.
001240     05  WRK-IMG-REGRA        PICTURE X(01).
001250     05  FILLER               PICTURE X(04) VALUE SPACES.
001260 01  WRK-IMAGEM-DECISAO.
001270     05  WRK-IMG-DECISAO      PICTURE X(09).
001280     05  FILLER               PICTURE X(01) VALUE SPACES.
001290     05  WRK-IMG-MOTIVO       PICTURE X(24).
001300 01  WRK-IMAGEM-REGRAS.
001310     05  FILLER               PICTURE X(01) VALUE "S".
001320     05  WRK-IMG-LIM-SAQUE    PICTURE 9(10).
001330     05  FILLER               PICTURE X(02) VALUE " T".
001340     05  WRK-IMG-LIM-TRANSF   PICTURE 9(10).
001350     05  FILLER               PICTURE X(02) VALUE " R".
001360     05  WRK-IMG-DIAS-REATIV  PICTURE 9(03).
001370     05  FILLER               PICTURE X(02) VALUE " N".
001380     05  WRK-IMG-DIAS-ABERT   PICTURE 9(03).
001390     05  FILLER               PICTURE X(01) VALUE SPACES.
001400
001410*----------------------------------------------------------*
001420* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
001430* CLIMAINT: UMA LINHA POR ACAO, COM IMAGEM ANTES/DEPOIS    *
001440*----------------------------------------------------------*
001450 01  MLOG-REGISTRO.
001460     05  MLOG-DATA            PICTURE 9(08).
001470     05  FILLER               PICTURE X(01) VALUE SPACES.
001480     05  MLOG-HORA            PICTURE 9(06).
001490     05  FILLER               PICTURE X(01) VALUE SPACES.
001500     05  MLOG-OPERADOR        PICTURE X(08).
001510     05  FILLER               PICTURE X(01) VALUE SPACES.
001520     05  MLOG-FUNCAO          PICTURE X(01).
001530     05  FILLER               PICTURE X(01) VALUE SPACES.
001540     05  MLOG-CLIENTE         PICTURE 9(06).
001550     05  FILLER               PICTURE X(01) VALUE SPACES.
001560     05  MLOG-CAMPO           PICTURE X(12).
001570     05  FILLER               PICTURE X(01) VALUE SPACES.
001580     05  MLOG-ANTES           PICTURE X(34).
001590     05  FILLER               PICTURE X(01) VALUE SPACES.
001600     05  MLOG-DEPOIS          PICTURE X(34).
001610     05  FILLER               PICTURE X(04) VALUE SPACES.
001620
001630 PROCEDURE               DIVISION.
001640*----------------------------------------------------------*
001650* 0000-MAINLINE - ABRE OS ARQUIVOS E CONTROLA O MENU       *
001660*----------------------------------------------------------*
001670 0000-MAINLINE.
001680     DISPLAY "RETMNT - FILA DE RETENCAO PARA O COMPLIANCE".
001690     DISPLAY "IDENTIFICACAO DO SUPERVISOR".
001700     OPEN EXTEND LOG-MANUTENCAO.
001710     IF FS-LOG-MANUTENCAO NOT = "00"
001720         DISPLAY "RETMNT: ERRO AO ABRIR CLIMLOG - STATUS "
001730                 FS-LOG-MANUTENCAO
001740         GO TO 9999-EXIT
001750     END-IF.
001760     PERFORM 0500-IDENTIFICAR-OPERADOR
001770             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
001780     IF NOT OPERADOR-AUTENTICADO
001790         DISPLAY "RETMNT: SIGN-ON RECUSADO - ENCERRANDO"
001800         CLOSE LOG-MANUTENCAO
001810         GO TO 9999-EXIT
001820     END-IF.
001830     OPEN I-O FILA-RETENCAO.
001840     IF FS-FILA-RETENCAO NOT = "00"
001850             AND FS-FILA-RETENCAO NOT = "05"
001860         DISPLAY "RETMNT: ERRO AO ABRIR CLIRETQ - STATUS "
001870                 FS-FILA-RETENCAO
001880         CLOSE LOG-MANUTENCAO
001890         GO TO 9999-EXIT
001900     END-IF.
001910     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001920     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
001930             UNTIL SAIR-DO-MENU.
001940     CLOSE FILA-RETENCAO LOG-MANUTENCAO.
001950     GO TO 9999-EXIT.
001960
001970*----------------------------------------------------------*
001980* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA PARA A   *
001990*                    FUNCAO ESCOLHIDA                      *
002000*----------------------------------------------------------*
002010 1000-EXIBIR-MENU.
002020     DISPLAY "--------------------------------------------".
002030     DISPLAY "FILA DE RETENCAO DE MOVIMENTOS (COMPLIANCE)".
002040     DISPLAY "  L - LISTAR ITENS PENDENTES".
002050     DISPLAY "  D - DECIDIR UM ITEM (LIBERAR/RECUSAR)".
002060     DISPLAY "  C - CONSULTAR UM ITEM".
002070     DISPLAY "  R - REGRAS DE RETENCAO".
002080     DISPLAY "  S - SAIR".
002090     DISPLAY "--------------------------------------------".
002100     DISPLAY "OPCAO: ".
002110     ACCEPT WRK-OPCAO.
002120     EVALUATE WRK-OPCAO
002130         WHEN "L"
002140             PERFORM 2000-LISTAR-PENDENTES
002150                     THRU 2000-LISTAR-PENDENTES-EXIT
002160         WHEN "D"
002170             PERFORM 3000-DECIDIR-ITEM
002180                     THRU 3000-DECIDIR-ITEM-EXIT
002190         WHEN "C"
002200             PERFORM 4000-CONSULTAR-ITEM
002210                     THRU 4000-CONSULTAR-ITEM-EXIT
002220         WHEN "R"
002230             PERFORM 5000-MANTER-REGRAS
002240                     THRU 5000-MANTER-REGRAS-EXIT
002250         WHEN "S"
002260             SET SAIR-DO-MENU TO TRUE
002270         WHEN OTHER
002280             DISPLAY "RETMNT: OPCAO INVALIDA"
002290     END-EVALUATE.
002300 1000-EXIBIR-MENU-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------*
002340* 0500-IDENTIFICAR-OPERADOR - SIGN-ON DO SUPERVISOR CONTRA *
002350*                 O CLIOPER, COM TRES TENTATIVAS, NOS      *
002360*                 MOLDES DO VARMNT. RECUSA LOGADA NO       *
002370*                 CLIMLOG.                                 *
002380*----------------------------------------------------------*
002390 0500-IDENTIFICAR-OPERADOR.
002400     MOVE ZEROS TO WRK-TENTATIVAS.
002410 0510-PEDIR-CREDENCIAIS.
002420     IF WRK-TENTATIVAS >= 3
002430         MOVE "L" TO MLOG-FUNCAO
002440         MOVE "SIGNON      " TO MLOG-CAMPO
002450         MOVE WRK-ID-INFORMADO TO MLOG-ANTES
002460         MOVE "RECUSADO" TO MLOG-DEPOIS
002470         MOVE ZEROS TO MLOG-CLIENTE
002480         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
002490         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002500     END-IF.
002510     ADD 1 TO WRK-TENTATIVAS.
002520     DISPLAY "OPERADOR: ".
002530     ACCEPT WRK-ID-INFORMADO.
002540     DISPLAY "SENHA   : ".
002550     ACCEPT WRK-SENHA-INFORMADA.
002560     PERFORM 0550-CONFERIR-CREDENCIAIS
002570             THRU 0550-CONFERIR-CREDENCIAIS-EXIT.
002580     IF NOT OPERADOR-AUTENTICADO
002590         EVALUATE WRK-RESULTADO-SIGNON
002600             WHEN "B"
002610                 DISPLAY "RETMNT: OPERADOR BLOQUEADO"
002620                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002630             WHEN "R"
002640                 DISPLAY "RETMNT: OPERADOR REVOGADO"
002650                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002660             WHEN "P"
002670                 DISPLAY "RETMNT: FUNCAO RESTRITA AO PERFIL "
002680                         "SUPERVISOR"
002690                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002700             WHEN "I"
002710                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002720             WHEN OTHER
002730                 DISPLAY "RETMNT: USUARIO OU SENHA INVALIDOS"
002740         END-EVALUATE
002750         GO TO 0510-PEDIR-CREDENCIAIS
002760     END-IF.
002770     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
002780 0500-IDENTIFICAR-OPERADOR-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------*
002820* 0550-CONFERIR-CREDENCIAIS - CONFERE A CREDENCIAL PELA    *
002830*                 SUBROTINA CLISIGN, EXIGINDO O PERFIL     *
002840*                 SUPERVISOR                               *
002850*----------------------------------------------------------*
002860 0550-CONFERIR-CREDENCIAIS.
002870     MOVE "N" TO WRK-SIGNON-OK.
002880     CALL "CLISIGN" USING WRK-ID-INFORMADO
002890             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
002900             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
002910     IF WRK-RESULTADO-SIGNON = "S"
002920         MOVE "S" TO WRK-SIGNON-OK
002930     END-IF.
002940 0550-CONFERIR-CREDENCIAIS-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------*
002980* 2000-LISTAR-PENDENTES - PERCORRE A FILA E EXIBE OS ITENS *
002990*                 AINDA SEM DECISAO                        *
003000*----------------------------------------------------------*
003010 2000-LISTAR-PENDENTES.
003020     MOVE ZEROS TO WRK-CONT-PENDENTES.
003030     MOVE "N" TO WRK-FIM-RET.
003040     MOVE ZEROS TO RET-DATA RET-ITEM.
003050     START FILA-RETENCAO KEY IS NOT LESS THAN RET-CHAVE
003060         INVALID KEY
003070             SET FIM-FILA-RETENCAO TO TRUE
003080     END-START.
003090     DISPLAY "DATA     ITEM   T CLIENTE DESTINO "
003100             "             VALOR REGRA".
003110     PERFORM 2100-LISTAR-ITEM THRU 2100-LISTAR-ITEM-EXIT
003120             UNTIL FIM-FILA-RETENCAO.
003130     MOVE WRK-CONT-PENDENTES TO WRK-QTD-ED.
003140     DISPLAY "RETMNT: " WRK-QTD-ED " ITEM(NS) PENDENTE(S)".
003150 2000-LISTAR-PENDENTES-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------*
003190* 2100-LISTAR-ITEM - EXIBE UM ITEM PENDENTE DA FILA        *
003200*----------------------------------------------------------*
003210 2100-LISTAR-ITEM.
003220     READ FILA-RETENCAO NEXT RECORD
003230         AT END
003240             SET FIM-FILA-RETENCAO TO TRUE
003250             GO TO 2100-LISTAR-ITEM-EXIT
003260     END-READ.
003270     IF NOT RET-PENDENTE
003280         GO TO 2100-LISTAR-ITEM-EXIT
003290     END-IF.
003300     ADD 1 TO WRK-CONT-PENDENTES.
003310     MOVE RET-MOV-VALOR TO WRK-VALOR-ED.
003320     PERFORM 7200-DESCREVER-REGRA THRU 7200-DESCREVER-REGRA-EXIT.
003330     DISPLAY RET-DATA " " RET-ITEM " " RET-MOV-TIPO " "
003340             RET-MOV-CLIENTE "  " RET-MOV-DESTINO " "
003350             WRK-VALOR-ED " " WRK-DESC-REGRA.
003360 2100-LISTAR-ITEM-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------*
003400* 3000-DECIDIR-ITEM - LIBERA OU RECUSA UM ITEM PENDENTE.   *
003410*                 A RECUSA EXIGE MOTIVO, QUE VAI PARA O    *
003420*                 CLIMOVR NA BAIXA PELO CLIMOVTO. A        *
003430*                 DECISAO E CONFIRMADA E LOGADA.           *
003440*----------------------------------------------------------*
003450 3000-DECIDIR-ITEM.
003460     PERFORM 3100-LER-ITEM THRU 3100-LER-ITEM-EXIT.
003470     IF FS-FILA-RETENCAO NOT = "00"
003480         GO TO 3000-DECIDIR-ITEM-EXIT
003490     END-IF.
003500     PERFORM 4100-EXIBIR-ITEM THRU 4100-EXIBIR-ITEM-EXIT.
003510     IF NOT RET-PENDENTE
003520         DISPLAY "RETMNT: ITEM JA DECIDIDO - NADA A FAZER"
003530         GO TO 3000-DECIDIR-ITEM-EXIT
003540     END-IF.
003550     DISPLAY "DECISAO (L-LIBERAR/R-RECUSAR): ".
003560     ACCEPT WRK-DECISAO.
003570     IF WRK-DECISAO NOT = "L" AND WRK-DECISAO NOT = "R"
003580         DISPLAY "RETMNT: DECISAO INVALIDA - NADA FOI GRAVADO"
003590         GO TO 3000-DECIDIR-ITEM-EXIT
003600     END-IF.
003610     DISPLAY "MOTIVO (ATE 30 POSICOES; OBRIGATORIO NA "
003620             "RECUSA): ".
003630     ACCEPT WRK-MOTIVO.
003640     IF WRK-DECISAO = "R" AND WRK-MOTIVO = SPACES
003650         DISPLAY "RETMNT: MOTIVO OBRIGATORIO NA RECUSA - NADA "
003660                 "FOI GRAVADO"
003670         GO TO 3000-DECIDIR-ITEM-EXIT
003680     END-IF.
003690     DISPLAY "CONFIRMA A DECISAO (S/N)? ".
003700     ACCEPT WRK-CONFIRMA.
003710     IF WRK-CONFIRMA NOT = "S"
003720         DISPLAY "RETMNT: DECISAO CANCELADA PELO OPERADOR"
003730         GO TO 3000-DECIDIR-ITEM-EXIT
003740     END-IF.
003750     PERFORM 7100-MONTAR-IMAGEM-ITEM
003760             THRU 7100-MONTAR-IMAGEM-ITEM-EXIT.
003770     IF WRK-DECISAO = "L"
003780         SET RET-LIBERADO TO TRUE
003790         MOVE "LIBERADO" TO WRK-IMG-DECISAO
003800     ELSE
003810         SET RET-RECUSADO TO TRUE
003820         MOVE "RECUSADO" TO WRK-IMG-DECISAO
003830     END-IF.
003840     MOVE WRK-OPERADOR     TO RET-OPERADOR-DEC.
003850     MOVE WRK-DATA-SISTEMA TO RET-DATA-DEC.
003860     ACCEPT WRK-HORA-COMPLETA FROM TIME.
003870     COMPUTE RET-HORA-DEC = WRK-HORA-COMPLETA / 100.
003880     MOVE WRK-MOTIVO       TO RET-MOTIVO-DEC.
003890     REWRITE RET-REGISTRO.
003900     IF FS-FILA-RETENCAO NOT = "00"
003910         DISPLAY "RETMNT: ERRO AO GRAVAR A DECISAO - STATUS "
003920                 FS-FILA-RETENCAO
003930         GO TO 3000-DECIDIR-ITEM-EXIT
003940     END-IF.
003950     MOVE "D" TO MLOG-FUNCAO.
003960     MOVE "RETENCAO    " TO MLOG-CAMPO.
003970     MOVE RET-MOV-CLIENTE TO MLOG-CLIENTE.
003980     MOVE WRK-IMAGEM-ITEM TO MLOG-ANTES.
003990     MOVE WRK-MOTIVO TO WRK-IMG-MOTIVO.
004000     MOVE WRK-IMAGEM-DECISAO TO MLOG-DEPOIS.
004010     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
004020     DISPLAY "RETMNT: ITEM " RET-DATA "-" RET-ITEM " "
004030             WRK-IMG-DECISAO " - BAIXA NA PROXIMA EXECUCAO DO "
004040             "CLIMOVTO".
004050 3000-DECIDIR-ITEM-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------*
004090* 3100-LER-ITEM - PEDE A DATA E O ITEM E LE A FILA         *
004100*----------------------------------------------------------*
004110 3100-LER-ITEM.
004120     DISPLAY "DATA DA RETENCAO (AAAAMMDD): ".
004130     ACCEPT RET-DATA.
004140     DISPLAY "ITEM: ".
004150     ACCEPT RET-ITEM.
004160     READ FILA-RETENCAO
004170         INVALID KEY
004180             DISPLAY "RETMNT: ITEM " RET-DATA "-" RET-ITEM
004190                     " NAO ENCONTRADO NA FILA"
004200     END-READ.
004210 3100-LER-ITEM-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------*
004250* 4000-CONSULTAR-ITEM - EXIBE UM ITEM DA FILA, COM A       *
004260*                 DECISAO E A BAIXA QUANDO HOUVER          *
004270*----------------------------------------------------------*
004280 4000-CONSULTAR-ITEM.
004290     PERFORM 3100-LER-ITEM THRU 3100-LER-ITEM-EXIT.
004300     IF FS-FILA-RETENCAO NOT = "00"
004310         GO TO 4000-CONSULTAR-ITEM-EXIT
004320     END-IF.
004330     PERFORM 4100-EXIBIR-ITEM THRU 4100-EXIBIR-ITEM-EXIT.
004340     IF NOT RET-PENDENTE
004350         DISPLAY "DECIDIDO POR " RET-OPERADOR-DEC " EM "
004360                 RET-DATA-DEC " " RET-HORA-DEC
004370         DISPLAY "MOTIVO   " RET-MOTIVO-DEC
004380     END-IF.
004390     IF RET-APLICADO OR RET-DEVOLVIDO
004400         DISPLAY "BAIXADO PELO CLIMOVTO EM " RET-DATA-BAIXA
004410                 " (CODIGO " RET-COD-BAIXA ")"
004420     END-IF.
004430 4000-CONSULTAR-ITEM-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470* 4100-EXIBIR-ITEM - MOSTRA O MOVIMENTO RETIDO CORRENTE    *
004480*----------------------------------------------------------*
004490 4100-EXIBIR-ITEM.
004500     PERFORM 7200-DESCREVER-REGRA THRU 7200-DESCREVER-REGRA-EXIT.
004510     EVALUATE TRUE
004520         WHEN RET-PENDENTE
004530             MOVE "PENDENTE" TO WRK-DESC-STATUS
004540         WHEN RET-LIBERADO
004550             MOVE "LIBERADO - A APLICAR" TO WRK-DESC-STATUS
004560         WHEN RET-RECUSADO
004570             MOVE "RECUSADO - A DEVOLVER" TO WRK-DESC-STATUS
004580         WHEN RET-APLICADO
004590             MOVE "APLICADO" TO WRK-DESC-STATUS
004600         WHEN RET-DEVOLVIDO
004610             MOVE "DEVOLVIDO NO CLIMOVR" TO WRK-DESC-STATUS
004620         WHEN OTHER
004630             MOVE RET-STATUS TO WRK-DESC-STATUS
004640     END-EVALUATE.
004650     MOVE RET-MOV-VALOR TO WRK-VALOR-ED.
004660     DISPLAY "ITEM     " RET-DATA "-" RET-ITEM.
004670     DISPLAY "TIPO     " RET-MOV-TIPO "   CLIENTE "
004680             RET-MOV-CLIENTE "   DESTINO " RET-MOV-DESTINO.
004690     DISPLAY "VALOR    " WRK-VALOR-ED.
004700     DISPLAY "REGRA    " WRK-DESC-REGRA.
004710     DISPLAY "SITUACAO " WRK-DESC-STATUS.
004720 4100-EXIBIR-ITEM-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------*
004760* 5000-MANTER-REGRAS - EXIBE AS REGRAS DO CLIRETP E, SE O  *
004770*                 SUPERVISOR QUISER, GRAVA VALORES NOVOS.  *
004780*                 ZERO DESLIGA A REGRA. A ALTERACAO E      *
004790*                 LOGADA COM AS QUATRO REGRAS ANTES E      *
004800*                 DEPOIS.                                  *
004810*----------------------------------------------------------*
004820 5000-MANTER-REGRAS.
004830     MOVE "N" TO WRK-TEM-REGRAS.
004840     MOVE SPACES TO RTP-REGISTRO.
004850     MOVE ZEROS TO RTP-LIMITE-SAQUE RTP-LIMITE-TRANSF
004860             RTP-DIAS-REATIVACAO RTP-DIAS-ABERTURA
004870             RTP-DATA-ALTERACAO.
004880     OPEN INPUT REGRAS-RETENCAO.
004890     IF FS-REGRAS-RETENCAO = "00"
004900         READ REGRAS-RETENCAO
004910             AT END
004920                 MOVE ZEROS TO RTP-LIMITE-SAQUE RTP-LIMITE-TRANSF
004930                         RTP-DIAS-REATIVACAO RTP-DIAS-ABERTURA
004940                         RTP-DATA-ALTERACAO
004950             NOT AT END
004960                 SET REGRAS-EXISTENTES TO TRUE
004970         END-READ
004980         CLOSE REGRAS-RETENCAO
004990     END-IF.
005000     IF NOT REGRAS-EXISTENTES
005010         DISPLAY "CLIRETP AINDA SEM REGRAS - TODAS DESLIGADAS"
005020     END-IF.
005030     MOVE RTP-LIMITE-SAQUE TO WRK-VALOR-ED.
005040     DISPLAY "SAQUE ACIMA DE              " WRK-VALOR-ED.
005050     MOVE RTP-LIMITE-TRANSF TO WRK-VALOR-ED.
005060     DISPLAY "TRANSFERENCIA/TED ACIMA DE  " WRK-VALOR-ED.
005070     DISPLAY "DEBITO EM CONTA REATIVADA HA ATE "
005080             RTP-DIAS-REATIVACAO " DIAS".
005090     DISPLAY "TRANSFERENCIA P/ CONTA ABERTA HA ATE "
005100             RTP-DIAS-ABERTURA " DIAS".
005110     IF REGRAS-EXISTENTES
005120         DISPLAY "ALTERADAS EM " RTP-DATA-ALTERACAO " POR "
005130                 RTP-OPERADOR
005140     END-IF.
005150     DISPLAY "ALTERAR AS REGRAS (S/N)? ".
005160     ACCEPT WRK-CONFIRMA.
005170     IF WRK-CONFIRMA NOT = "S"
005180         GO TO 5000-MANTER-REGRAS-EXIT
005190     END-IF.
005200     DISPLAY "LIMITE POR SAQUE (SO DIGITOS, ZERO DESLIGA): ".
005210     ACCEPT NOVO-LIMITE-SAQUE.
005220     DISPLAY "LIMITE POR TRANSFERENCIA/TED (SO DIGITOS, ZERO "
005230             "DESLIGA): ".
005240     ACCEPT NOVO-LIMITE-TRANSF.
005250     DISPLAY "DIAS APOS A REATIVACAO DA CONTA DORMENTE (ZERO "
005260             "DESLIGA): ".
005270     ACCEPT NOVO-DIAS-REATIVACAO.
005280     DISPLAY "DIAS APOS A ABERTURA DA CONTA DE DESTINO (ZERO "
005290             "DESLIGA): ".
005300     ACCEPT NOVO-DIAS-ABERTURA.
005310     DISPLAY "CONFIRMA AS REGRAS NOVAS (S/N)? ".
005320     ACCEPT WRK-CONFIRMA.
005330     IF WRK-CONFIRMA NOT = "S"
005340         DISPLAY "RETMNT: ALTERACAO CANCELADA PELO OPERADOR"
005350         GO TO 5000-MANTER-REGRAS-EXIT
005360     END-IF.
005370     PERFORM 7300-MONTAR-IMAGEM-REGRAS
005380             THRU 7300-MONTAR-IMAGEM-REGRAS-EXIT.
005390     MOVE WRK-IMAGEM-REGRAS TO MLOG-ANTES.
005400     MOVE NOVO-LIMITE-SAQUE    TO RTP-LIMITE-SAQUE.
005410     MOVE NOVO-LIMITE-TRANSF   TO RTP-LIMITE-TRANSF.
005420     MOVE NOVO-DIAS-REATIVACAO TO RTP-DIAS-REATIVACAO.
005430     MOVE NOVO-DIAS-ABERTURA   TO RTP-DIAS-ABERTURA.
005440     MOVE WRK-DATA-SISTEMA     TO RTP-DATA-ALTERACAO.
005450     MOVE WRK-OPERADOR         TO RTP-OPERADOR.
005460     OPEN OUTPUT REGRAS-RETENCAO.
005470     IF FS-REGRAS-RETENCAO NOT = "00"
005480         DISPLAY "RETMNT: ERRO AO GRAVAR CLIRETP - STATUS "
005490                 FS-REGRAS-RETENCAO " - NADA FOI GRAVADO"
005500         GO TO 5000-MANTER-REGRAS-EXIT
005510     END-IF.
005520     WRITE RTP-REGISTRO.
005530     CLOSE REGRAS-RETENCAO.
005540     PERFORM 7300-MONTAR-IMAGEM-REGRAS
005550             THRU 7300-MONTAR-IMAGEM-REGRAS-EXIT.
005560     MOVE WRK-IMAGEM-REGRAS TO MLOG-DEPOIS.
005570     MOVE "R" TO MLOG-FUNCAO.
005580     MOVE "REGRAS-RETEN" TO MLOG-CAMPO.
005590     MOVE ZEROS TO MLOG-CLIENTE.
005600     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
005610     DISPLAY "RETMNT: REGRAS DE RETENCAO GRAVADAS - VALEM A "
005620             "PARTIR DA PROXIMA EXECUCAO DO CLIMOVTO".
005630 5000-MANTER-REGRAS-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
005680*                 COM DATA, HORA E OPERADOR. FUNCAO,       *
005690*                 CAMPO, CLIENTE E AS IMAGENS ANTES/DEPOIS *
005700*                 JA VEM PREENCHIDAS PELO CHAMADOR.        *
005710*----------------------------------------------------------*
005720 7000-GRAVAR-LOG.
005730     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
005740*   TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
005750*   9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
005760     ACCEPT WRK-HORA-COMPLETA FROM TIME.
005770     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
005780     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
005790     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
005800 7000-GRAVAR-LOG-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840* 7100-MONTAR-IMAGEM-ITEM - CHAVE, TIPO, VALOR E REGRA DO  *
005850*                 ITEM CORRENTE PARA A IMAGEM DO CLIMLOG   *
005860*----------------------------------------------------------*
005870 7100-MONTAR-IMAGEM-ITEM.
005880     MOVE RET-DATA      TO WRK-IMG-DATA.
005890     MOVE RET-ITEM      TO WRK-IMG-ITEM.
005900     MOVE RET-MOV-TIPO  TO WRK-IMG-TIPO.
005910     MOVE RET-MOV-VALOR TO WRK-IMG-VALOR.
005920     MOVE RET-REGRA     TO WRK-IMG-REGRA.
005930 7100-MONTAR-IMAGEM-ITEM-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------*
005970* 7200-DESCREVER-REGRA - TEXTO DA REGRA QUE RETEVE O ITEM  *
005980*----------------------------------------------------------*
005990 7200-DESCREVER-REGRA.
006000     EVALUATE TRUE
006010         WHEN RET-REGRA-VALOR
006020             MOVE "VALOR ACIMA DO LIMITE" TO WRK-DESC-REGRA
006030         WHEN RET-REGRA-REATIVADA
006040             MOVE "CONTA REATIVADA RECENTE" TO WRK-DESC-REGRA
006050         WHEN RET-REGRA-DESTINO-NOVO
006060             MOVE "DESTINO ABERTO RECENTE" TO WRK-DESC-REGRA
006070         WHEN OTHER
006080             MOVE RET-REGRA TO WRK-DESC-REGRA
006090     END-EVALUATE.
006100 7200-DESCREVER-REGRA-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* 7300-MONTAR-IMAGEM-REGRAS - AS QUATRO REGRAS CORRENTES   *
006150*                 DO CLIRETP PARA A IMAGEM DO CLIMLOG      *
006160*----------------------------------------------------------*
006170 7300-MONTAR-IMAGEM-REGRAS.
006180     MOVE RTP-LIMITE-SAQUE    TO WRK-IMG-LIM-SAQUE.
006190     MOVE RTP-LIMITE-TRANSF   TO WRK-IMG-LIM-TRANSF.
006200     MOVE RTP-DIAS-REATIVACAO TO WRK-IMG-DIAS-REATIV.
006210     MOVE RTP-DIAS-ABERTURA   TO WRK-IMG-DIAS-ABERT.
006220 7300-MONTAR-IMAGEM-REGRAS-EXIT.
006230     EXIT.
006240
006250 9999-EXIT.
006260     STOP RUN.
