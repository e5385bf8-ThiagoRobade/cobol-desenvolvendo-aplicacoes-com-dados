000280*                    LIGADA DURANTE A APLICACAO, COMO NO   *
000290*                    CLIMOVTO. RELATORIO RELCMP; RC 4      *
000300*                    QUANDO HOUVE DEVOLUCAO.               *
000310* 2026-10-15 EBC     ITEM CONTRA CONTA BAIXADA PARA        *
000320*                    PREJUIZO (CLI-STATUS "P") E DEVOLVIDO *
000330*                    COM O MOTIVO 40, COMO A CONTA         *
000340*                    INATIVA.                              *
000350* 2026-10-15 EBC     TRANSFERENCIA RECEBIDA PARA CONTA     *
000360*                    CONGELADA POR OBITO (CLI-STATUS "F")  *
000370*                    E DEVOLVIDA PELO MOTIVO 40, COMO A DE *
000380*                    CONTA INATIVA.                        *
000390*----------------------------------------------------------*
000400 ENVIRONMENT             DIVISION.
000410 CONFIGURATION           SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440
000450 INPUT-OUTPUT            SECTION.
000460 FILE-CONTROL.
000470     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CLI-ID
000510         FILE STATUS IS FS-CLIENTES-MASTER.
000520*----------------------------------------------------------*
000530* ARQUIVO DA COMPENSACAO COM AS TRANSFERENCIAS RECEBIDAS   *
000540*----------------------------------------------------------*
000550     SELECT COMPENSACAO ASSIGN TO "CLICOMPD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-COMPENSACAO.
000580*----------------------------------------------------------*
000590* RETORNO DE DEVOLUCOES PARA A COMPENSACAO                 *
000600*----------------------------------------------------------*
000610     SELECT RETORNO ASSIGN TO "CLICOMPR"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-RETORNO.
000640     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-AUDITORIA.
000670*----------------------------------------------------------*
000680* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
000690* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
000700* LINHA DO CLIAUDIT                                        *
000710*----------------------------------------------------------*
000720     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS AUDK-CHAVE
000760         FILE STATUS IS FS-AUDK.
000770*----------------------------------------------------------*
000780* CONTROLE DA ULTIMA APLICACAO DO ARQUIVO DA COMPENSACAO   *
000790*----------------------------------------------------------*
000800     SELECT CONTROLE-COMPE ASSIGN TO "CLICMPCT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS FS-CONTROLE-COMPE.
000830     SELECT CONTROLE ASSIGN TO "CLICTRL"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FS-CONTROLE.
000860     SELECT RELATORIO ASSIGN TO "RELCMP"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-RELATORIO.
000890
000900 DATA                    DIVISION.
000910 FILE                    SECTION.
000920 FD  CLIENTES-MASTER
000930     LABEL RECORD IS STANDARD.
000940     COPY CLIREG.
000950
000960 FD  COMPENSACAO
000970     LABEL RECORD IS STANDARD.
000980 01  CMP-REGISTRO.
000990     05  CMP-BANCO-ORIGEM    PICTURE 9(03).
001000     05  CMP-CONTROLE        PICTURE X(12).
001010     05  CMP-AGENCIA         PICTURE 9(04).
001020     05  CMP-CONTA           PICTURE 9(06).
001030     05  CMP-VALOR           PICTURE 9(10).
001040     05  FILLER              PICTURE X(45).
001050
001060 FD  RETORNO
001070     LABEL RECORD IS STANDARD.
001080 01  RET-REGISTRO.
001090     05  RET-BANCO-ORIGEM    PICTURE 9(03).
001100     05  RET-CONTROLE        PICTURE X(12).
001110     05  RET-AGENCIA         PICTURE 9(04).
001120     05  RET-CONTA           PICTURE 9(06).
001130     05  RET-VALOR           PICTURE 9(10).
001140     05  RET-MOTIVO          PICTURE 9(02).
001150     05  FILLER              PICTURE X(43).
001160
001170 FD  AUDITORIA
001180     LABEL RECORD IS STANDARD.
001190 01  AUD-LINHA                PICTURE X(100).
001200
001210 FD  AUDITORIA-CHAVEADA
001220     LABEL RECORD IS STANDARD.
001230     COPY CLIAUKRG.
001240
001250 FD  CONTROLE-COMPE
001260     LABEL RECORD IS STANDARD.
001270 01  CMPCT-REGISTRO.
001280     05  CMPCT-ULTIMA-DATA    PICTURE 9(08).
001290
001300 FD  CONTROLE
001310     LABEL RECORD IS STANDARD.
001320 01  CTRL-REGISTRO.
001330     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001340     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001350     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001360
001370 FD  RELATORIO
001380     LABEL RECORD IS STANDARD.
001390 01  REL-LINHA               PICTURE X(132).
001400
001410 WORKING-STORAGE         SECTION.
001420 01  WRK-FLAGS.
001430     05  WRK-FIM-COMPE   PICTURE X(01)      VALUE "N".
001440         88  FIM-ARQUIVO-COMPE              VALUE "S".
001450     05  WRK-ITEM-VALIDO PICTURE X(01)      VALUE "S".
001460         88  ITEM-VALIDO                    VALUE "S".
001470         88  ITEM-DEVOLVIDO                 VALUE "N".
001480 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001490 01  FS-COMPENSACAO      PICTURE X(02)      VALUE "00".
001500 01  FS-RETORNO          PICTURE X(02)      VALUE "00".
001510 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001520 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001530 01  WRK-FLAGS-AUDK.
001540     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001550         88  ARQUIVO-AUDK-OK                VALUE "S".
001560     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001570         88  AUDK-GRAVADO                   VALUE "S".
001580 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001590 01  FS-CONTROLE-COMPE   PICTURE X(02)      VALUE "00".
001600 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001610 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001620 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001630 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001640 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001650 77  WRK-COD-MOTIVO      PICTURE 9(02)      VALUE ZEROS.
001660 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
001670 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001680 77  WRK-CONT-APLICADOS  PICTURE 9(06)      COMP VALUE ZEROS.
001690 77  WRK-CONT-DEVOLVIDOS PICTURE 9(06)      COMP VALUE ZEROS.
001700 77  WRK-TOTAL-APLICADO  PICTURE S9(12)     COMP VALUE ZEROS.
001710 77  WRK-TOTAL-DEVOLVIDO PICTURE S9(12)     COMP VALUE ZEROS.
001720
001730*----------------------------------------------------------*
001740* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
001750*----------------------------------------------------------*
001760     COPY CLIAUDRG.
001770
001780 01  REL-CABECALHO.
001790     05  FILLER              PICTURE X(48)
001800       VALUE "INTAKE DA COMPENSACAO INTERBANCARIA (CLICOMPE)".
001810     05  FILLER              PICTURE X(84) VALUE SPACES.
001820 01  REL-DETALHE.
001830     05  REL-DET-BANCO       PICTURE 9(03).
001840     05  FILLER              PICTURE X(02) VALUE SPACES.
001850     05  REL-DET-CONTROLE    PICTURE X(12).
001860     05  FILLER              PICTURE X(02) VALUE SPACES.
001870     05  REL-DET-AGENCIA     PICTURE 9(04).
001880     05  FILLER              PICTURE X(02) VALUE SPACES.
001890     05  REL-DET-CONTA       PICTURE 9(06).
001900     05  FILLER              PICTURE X(02) VALUE SPACES.
001910     05  REL-DET-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001920     05  FILLER              PICTURE X(02) VALUE SPACES.
001930     05  REL-DET-SITUACAO    PICTURE X(30).
001940     05  FILLER              PICTURE X(49) VALUE SPACES.
001950 01  REL-RODAPE.
001960     05  REL-ROD-ROTULO      PICTURE X(30).
001970     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001980     05  FILLER              PICTURE X(84) VALUE SPACES.
001990
002000 PROCEDURE               DIVISION.
002010*----------------------------------------------------------*
002020* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002030*----------------------------------------------------------*
002040 0000-MAINLINE.
002050     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002060     PERFORM 2000-TRATAR-ITEM      THRU 2000-TRATAR-ITEM-EXIT
002070             UNTIL FIM-ARQUIVO-COMPE.
002080     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002090     GO TO 9999-EXIT.
002100
002110*----------------------------------------------------------*
002120* 1000-INICIALIZAR - GUARDAS, TRAVA E ABERTURAS            *
002130*----------------------------------------------------------*
002140 1000-INICIALIZAR.
002150     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002160     PERFORM 1150-VERIFICAR-DATA-EXECUCAO
002170             THRU 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
002180     OPEN I-O CLIENTES-MASTER.
002190     IF FS-CLIENTES-MASTER NOT = "00"
002200         DISPLAY "CLICOMPE: ERRO AO ABRIR CLIMSTR - STATUS "
002210                 FS-CLIENTES-MASTER
002220         MOVE 16 TO RETURN-CODE
002230         GO TO 9999-EXIT
002240     END-IF.
002250     OPEN INPUT COMPENSACAO.
002260     IF FS-COMPENSACAO NOT = "00"
002270         DISPLAY "CLICOMPE: ERRO AO ABRIR CLICOMPD - STATUS "
002280                 FS-COMPENSACAO
002290         CLOSE CLIENTES-MASTER
002300         MOVE 16 TO RETURN-CODE
002310         GO TO 9999-EXIT
002320     END-IF.
002330     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
002340             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
002350     OPEN EXTEND AUDITORIA.
002360     OPEN I-O AUDITORIA-CHAVEADA.
002370     IF FS-AUDK = "00" OR FS-AUDK = "05"
002380         SET ARQUIVO-AUDK-OK TO TRUE
002390     ELSE
002400         DISPLAY "CLICOMPE: CLIAUDK INDISPONIVEL - STATUS "
002410                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
002420                 "CLIAUDKL)"
002430     END-IF.
002440     OPEN OUTPUT RETORNO.
002450     OPEN OUTPUT RELATORIO.
002460     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002470     PERFORM 2100-LER-PROXIMO-ITEM
002480             THRU 2100-LER-PROXIMO-ITEM-EXIT.
002490 1000-INICIALIZAR-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530* 1150-VERIFICAR-DATA-EXECUCAO - IMPEDE UMA SEGUNDA        *
002540*                 APLICACAO DO ARQUIVO DA COMPENSACAO NO   *
002550*                 MESMO DIA, CONFORME O CLICMPCT           *
002560*----------------------------------------------------------*
002570 1150-VERIFICAR-DATA-EXECUCAO.
002580     OPEN INPUT CONTROLE-COMPE.
002590     IF FS-CONTROLE-COMPE = "00"
002600         READ CONTROLE-COMPE
002610             AT END
002620                 CONTINUE
002630             NOT AT END
002640                 IF CMPCT-ULTIMA-DATA = WRK-DATA-EXECUCAO
002650                     DISPLAY "CLICOMPE: COMPENSACAO DE "
002660                             WRK-DATA-EXECUCAO " JA APLICADA"
002670                             " - ABORTANDO"
002680                     CLOSE CONTROLE-COMPE
002690                     MOVE 16 TO RETURN-CODE
002700                     GO TO 9999-EXIT
002710                 END-IF
002720         END-READ
002730         CLOSE CONTROLE-COMPE
002740     END-IF.
002750 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DO CLICTRL   *
002800*                 (DATAS DO LOTE DE JUROS PRESERVADAS),    *
002810*                 DESLIGADA EM 9000, NOS MOLDES DO         *
002820*                 CLIMOVTO                                 *
002830*----------------------------------------------------------*
002840 1160-MARCAR-EM-PROCESSAMENTO.
002850     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
002860     OPEN INPUT CONTROLE.
002870     IF FS-CONTROLE = "00"
002880         READ CONTROLE
002890             AT END
002900                 CONTINUE
002910             NOT AT END
002920                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
002930                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
002940         END-READ
002950         CLOSE CONTROLE
002960     END-IF.
002970     OPEN OUTPUT CONTROLE.
002980     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
002990     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
003000     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
003010     WRITE CTRL-REGISTRO.
003020     CLOSE CONTROLE.
003030 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------*
003070* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
003080*                 CLICTRL AO FIM DA APLICACAO              *
003090*----------------------------------------------------------*
003100 1170-DESMARCAR-PROCESSAMENTO.
003110     OPEN OUTPUT CONTROLE.
003120     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
003130     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
003140     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
003150     WRITE CTRL-REGISTRO.
003160     CLOSE CONTROLE.
003170 1170-DESMARCAR-PROCESSAMENTO-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------*
003210* 2000-TRATAR-ITEM - CASA O ITEM NO MESTRE E POSTA O       *
003220*                 CREDITO, OU DEVOLVE COM O MOTIVO         *
003230*----------------------------------------------------------*
003240 2000-TRATAR-ITEM.
003250     PERFORM 2010-CRITICAR-ITEM THRU 2010-CRITICAR-ITEM-EXIT.
003260     IF ITEM-DEVOLVIDO
003270         PERFORM 2020-DEVOLVER-ITEM
003280                 THRU 2020-DEVOLVER-ITEM-EXIT
003290     ELSE
003300         PERFORM 2030-POSTAR-CREDITO
003310                 THRU 2030-POSTAR-CREDITO-EXIT
003320     END-IF.
003330     PERFORM 2100-LER-PROXIMO-ITEM
003340             THRU 2100-LER-PROXIMO-ITEM-EXIT.
003350 2000-TRATAR-ITEM-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------*
003390* 2010-CRITICAR-ITEM - CONTA EXISTE, AGENCIA CONFERE, NAO  *
003400*                 ESTA INATIVA, DORMENTE NEM ENCERRADA     *
003410*----------------------------------------------------------*
003420 2010-CRITICAR-ITEM.
003430     SET ITEM-VALIDO TO TRUE.
003440     MOVE ZEROS TO WRK-COD-MOTIVO.
003450     IF CMP-VALOR = ZEROS
003460         SET ITEM-DEVOLVIDO TO TRUE
003470         MOVE 10 TO WRK-COD-MOTIVO
003480         GO TO 2010-CRITICAR-ITEM-EXIT
003490     END-IF.
003500     MOVE CMP-CONTA TO CLI-ID.
003510     READ CLIENTES-MASTER
003520         INVALID KEY
003530             SET ITEM-DEVOLVIDO TO TRUE
003540             MOVE 20 TO WRK-COD-MOTIVO
003550     END-READ.
003560     IF ITEM-DEVOLVIDO
003570         GO TO 2010-CRITICAR-ITEM-EXIT
003580     END-IF.
003590     IF CLI-AGENCIA NOT = CMP-AGENCIA
003600         SET ITEM-DEVOLVIDO TO TRUE
003610         MOVE 30 TO WRK-COD-MOTIVO
003620         GO TO 2010-CRITICAR-ITEM-EXIT
003630     END-IF.
003640     IF CLI-INATIVO OR CLI-DORMENTE OR CLI-PREJUIZO
003650             OR CLI-FALECIDO
003660         SET ITEM-DEVOLVIDO TO TRUE
003670         MOVE 40 TO WRK-COD-MOTIVO
003680         GO TO 2010-CRITICAR-ITEM-EXIT
003690     END-IF.
003700     IF CLI-DATA-ABERTURA > WRK-DATA-EXECUCAO
003710             OR (CLI-DATA-ENCERRAMENTO NOT = ZEROS
003720             AND CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-EXECUCAO)
003730         SET ITEM-DEVOLVIDO TO TRUE
003740         MOVE 50 TO WRK-COD-MOTIVO
003750     END-IF.
003760 2010-CRITICAR-ITEM-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------*
003800* 2020-DEVOLVER-ITEM - GRAVA A DEVOLUCAO NO RETORNO DA     *
003810*                 COMPENSACAO E IMPRIME O DETALHE          *
003820*----------------------------------------------------------*
003830 2020-DEVOLVER-ITEM.
003840     MOVE CMP-BANCO-ORIGEM TO RET-BANCO-ORIGEM.
003850     MOVE CMP-CONTROLE     TO RET-CONTROLE.
003860     MOVE CMP-AGENCIA      TO RET-AGENCIA.
003870     MOVE CMP-CONTA        TO RET-CONTA.
003880     MOVE CMP-VALOR        TO RET-VALOR.
003890     MOVE WRK-COD-MOTIVO   TO RET-MOTIVO.
003900     WRITE RET-REGISTRO.
003910     EVALUATE WRK-COD-MOTIVO
003920         WHEN 10
003930             MOVE "DEVOLVIDO - VALOR ZERADO" TO REL-DET-SITUACAO
003940         WHEN 20
003950             MOVE "DEVOLVIDO - CONTA INEXISTENTE"
003960                     TO REL-DET-SITUACAO
003970         WHEN 30
003980             MOVE "DEVOLVIDO - AGENCIA DIVERGE"
003990                     TO REL-DET-SITUACAO
004000         WHEN 40
004010             MOVE "DEVOLVIDO - CONTA INATIVA" TO REL-DET-SITUACAO
004020         WHEN 50
004030             MOVE "DEVOLVIDO - CONTA ENCERRADA"
004040                     TO REL-DET-SITUACAO
004050         WHEN OTHER
004060             MOVE "DEVOLVIDO - MOTIVO DESCONHECIDO"
004070                     TO REL-DET-SITUACAO
004080     END-EVALUATE.
004090     PERFORM 2050-IMPRIMIR-DETALHE
004100             THRU 2050-IMPRIMIR-DETALHE-EXIT.
004110     ADD 1 TO WRK-CONT-DEVOLVIDOS.
004120     ADD CMP-VALOR TO WRK-TOTAL-DEVOLVIDO.
004130 2020-DEVOLVER-ITEM-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170* 2030-POSTAR-CREDITO - CREDITA O VALOR NO MESTRE COM A    *
004180*                 LINHA DE AUDITORIA DE ORIGEM "C"         *
004190*----------------------------------------------------------*
004200 2030-POSTAR-CREDITO.
004210     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
004220     ADD CMP-VALOR TO CLI-SALDO.
004230     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
004240     MOVE CLI-ID             TO AUD-CLIENTE-ID.
004250     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
004260     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
004270     MOVE ZEROS              TO AUD-TAXA-APLICADA.
004280     MOVE CMP-VALOR          TO AUD-JUROS-DIA.
004290     MOVE "C"                TO AUD-ORIGEM.
004300     MOVE ZEROS              TO AUD-SALDO-BASE.
004310     WRITE AUD-LINHA FROM AUD-REGISTRO.
004320     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
004330     REWRITE CLI-REGISTRO.
004340     IF FS-CLIENTES-MASTER NOT = "00"
004350         DISPLAY "CLICOMPE: ERRO AO REGRAVAR CLIENTE "
004360                 CLI-ID " STATUS " FS-CLIENTES-MASTER
004370     END-IF.
004380     MOVE "APLICADO" TO REL-DET-SITUACAO.
004390     PERFORM 2050-IMPRIMIR-DETALHE
004400             THRU 2050-IMPRIMIR-DETALHE-EXIT.
004410     ADD 1 TO WRK-CONT-APLICADOS.
004420     ADD CMP-VALOR TO WRK-TOTAL-APLICADO.
004430 2030-POSTAR-CREDITO-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470* 2050-IMPRIMIR-DETALHE - IMPRIME UMA LINHA DO RELCMP      *
004480*----------------------------------------------------------*
004490 2050-IMPRIMIR-DETALHE.
004500     MOVE CMP-BANCO-ORIGEM TO REL-DET-BANCO.
004510     MOVE CMP-CONTROLE     TO REL-DET-CONTROLE.
004520     MOVE CMP-AGENCIA      TO REL-DET-AGENCIA.
004530     MOVE CMP-CONTA        TO REL-DET-CONTA.
004540     MOVE CMP-VALOR        TO REL-DET-VALOR.
004550     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
004560 2050-IMPRIMIR-DETALHE-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------*
004600* 2100-LER-PROXIMO-ITEM - LEITURA SEQUENCIAL DO CLICOMPD   *
004610*----------------------------------------------------------*
004620 2100-LER-PROXIMO-ITEM.
004630     READ COMPENSACAO
004640         AT END
004650             SET FIM-ARQUIVO-COMPE TO TRUE
004660         NOT AT END
004670             ADD 1 TO WRK-CONT-LIDOS
004680     END-READ.
004690 2100-LER-PROXIMO-ITEM-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------*
004730* 9000-FINALIZAR - TOTAIS, CONTROLE DO DIA, TRAVA E RC     *
004740*----------------------------------------------------------*
004750 9000-FINALIZAR.
004760     MOVE "ITENS LIDOS                   " TO REL-ROD-ROTULO.
004770     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
004780     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
004790     MOVE "ITENS APLICADOS               " TO REL-ROD-ROTULO.
004800     MOVE WRK-CONT-APLICADOS TO REL-ROD-VALOR.
004810     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004820     MOVE "VALOR APLICADO                " TO REL-ROD-ROTULO.
004830     MOVE WRK-TOTAL-APLICADO TO REL-ROD-VALOR.
004840     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004850     MOVE "ITENS DEVOLVIDOS (CLICOMPR)   " TO REL-ROD-ROTULO.
004860     MOVE WRK-CONT-DEVOLVIDOS TO REL-ROD-VALOR.
004870     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004880     MOVE "VALOR DEVOLVIDO               " TO REL-ROD-ROTULO.
004890     MOVE WRK-TOTAL-DEVOLVIDO TO REL-ROD-VALOR.
004900     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004910     CLOSE CLIENTES-MASTER COMPENSACAO AUDITORIA RETORNO
004920             RELATORIO.
004930     IF ARQUIVO-AUDK-OK
004940         CLOSE AUDITORIA-CHAVEADA
004950     END-IF.
004960     OPEN OUTPUT CONTROLE-COMPE.
004970     MOVE WRK-DATA-EXECUCAO TO CMPCT-ULTIMA-DATA.
004980     WRITE CMPCT-REGISTRO.
004990     CLOSE CONTROLE-COMPE.
005000     PERFORM 1170-DESMARCAR-PROCESSAMENTO
005010             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
005020     IF WRK-CONT-DEVOLVIDOS > ZEROS
005030         MOVE 4 TO RETURN-CODE
005040     END-IF.
005050 9000-FINALIZAR-EXIT.
005060     EXIT.
005070
005080
005090*----------------------------------------------------------*
005100* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
005110*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
005120*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
005130*----------------------------------------------------------*
005140 7700-ESPELHAR-AUDK.
005150     IF NOT ARQUIVO-AUDK-OK
005160         GO TO 7700-ESPELHAR-AUDK-EXIT
005170     END-IF.
005180     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
005190     MOVE AUD-DATA       TO AUDK-DATA.
005200     MOVE AUD-REGISTRO   TO AUDK-LINHA.
005210     MOVE "N" TO WRK-AUDK-OK.
005220     MOVE 1 TO WRK-AUDK-SEQ.
005230     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
005240             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
005250     IF NOT AUDK-GRAVADO
005260         DISPLAY "CLICOMPE: ESPELHO CLIAUDK NAO GRAVADO "
005270                 "PARA O CLIENTE " AUDK-CLIENTE
005280     END-IF.
005290 7700-ESPELHAR-AUDK-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------*
005330* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
005340*                 DUPLICADA AVANCA A SEQUENCIA             *
005350*----------------------------------------------------------*
005360 7750-TENTAR-AUDK.
005370     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
005380     WRITE AUDK-REGISTRO
005390         INVALID KEY
005400             ADD 1 TO WRK-AUDK-SEQ
005410         NOT INVALID KEY
005420             SET AUDK-GRAVADO TO TRUE
005430     END-WRITE.
005440 7750-TENTAR-AUDK-EXIT.
005450     EXIT.
005460 9999-EXIT.
005470     STOP RUN.
