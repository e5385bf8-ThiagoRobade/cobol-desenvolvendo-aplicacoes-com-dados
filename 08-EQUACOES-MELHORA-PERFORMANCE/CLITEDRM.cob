000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLITEDRM.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - REMESSA DAS         *
000120*                    TRANSFERENCIAS PARA OUTROS BANCOS     *
000130*                    (TED/DOC): LE A FILA CLITEDP GRAVADA  *
000140*                    PELO CLIMOVTO (ITENS JA DEBITADOS),   *
000150*                    MONTA O ARQUIVO DE REMESSA CLITEDRS   *
000160*                    PARA A COMPENSACAO (H CABECALHO COM O *
000170*                    NUMERO DA REMESSA, D ITEM COM O       *
000180*                    FAVORECIDO E O REMETENTE, T TRAILER   *
000190*                    COM QUANTIDADE E SOMA DOS VALORES),   *
000200*                    PASSA CADA ITEM PARA O HISTORICO      *
000210*                    CLITEDH COMO ENVIADO (BASE DO         *
000220*                    CLITEDDV PARA TRATAR AS DEVOLUCOES) E *
000230*                    ESVAZIA A FILA. NUMERO DA REMESSA     *
000240*                    CONTROLADO NO CLITEDCT. NAO ALTERA O  *
000250*                    MESTRE.                               *
000260*----------------------------------------------------------*
000270 ENVIRONMENT             DIVISION.
000280 CONFIGURATION           SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT            SECTION.
000330 FILE-CONTROL.
000340*----------------------------------------------------------*
000350* FILA DE TED/DOC JA DEBITADOS PELO CLIMOVTO               *
000360*----------------------------------------------------------*
000370     SELECT FILA-REMESSA ASSIGN TO "CLITEDP"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-FILA-REMESSA.
000400*----------------------------------------------------------*
000410* HISTORICO DOS ITENS REMETIDOS, CHAVEADO PELO NUMERO      *
000420*----------------------------------------------------------*
000430     SELECT HISTORICO-TED ASSIGN TO "CLITEDH"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TED-NUMERO
000470         FILE STATUS IS FS-HISTORICO-TED.
000480     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CLI-ID
000520         FILE STATUS IS FS-CLIENTES-MASTER.
000530*----------------------------------------------------------*
000540* ARQUIVO DE REMESSA PARA A COMPENSACAO                    *
000550*----------------------------------------------------------*
000560     SELECT REMESSA ASSIGN TO "CLITEDRS"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS FS-REMESSA.
000590*----------------------------------------------------------*
000600* CONTROLE DO NUMERO DA ULTIMA REMESSA                     *
000610*----------------------------------------------------------*
000620     SELECT CONTROLE-REMESSA ASSIGN TO "CLITEDCT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FS-CONTROLE-REMESSA.
000650     SELECT RELATORIO ASSIGN TO "RELTED"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-RELATORIO.
000680
000690 DATA                    DIVISION.
000700 FILE                    SECTION.
000710 FD  FILA-REMESSA
000720     LABEL RECORD IS STANDARD.
000730 01  TDP-LINHA                PICTURE X(120).
000740
000750 FD  HISTORICO-TED
000760     LABEL RECORD IS STANDARD.
000770     COPY CLITEDRG.
000780
000790 FD  CLIENTES-MASTER
000800     LABEL RECORD IS STANDARD.
000810     COPY CLIREG.
000820
000830 FD  REMESSA
000840     LABEL RECORD IS STANDARD.
000850 01  RMS-LINHA                PICTURE X(120).
000860
000870 FD  CONTROLE-REMESSA
000880     LABEL RECORD IS STANDARD.
000890 01  RCT-REGISTRO.
000900     05  RCT-NUMERO           PICTURE 9(06).
000910     05  RCT-DATA             PICTURE 9(08).
000920
000930 FD  RELATORIO
000940     LABEL RECORD IS STANDARD.
000950 01  REL-LINHA               PICTURE X(132).
000960
000970 WORKING-STORAGE         SECTION.
000980 01  WRK-FLAGS.
000990     05  WRK-FIM-FILA    PICTURE X(01)      VALUE "N".
001000         88  FIM-ARQUIVO-FILA               VALUE "S".
001010 01  FS-FILA-REMESSA     PICTURE X(02)      VALUE "00".
001020 01  FS-HISTORICO-TED    PICTURE X(02)      VALUE "00".
001030 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001040 01  FS-REMESSA          PICTURE X(02)      VALUE "00".
001050 01  FS-CONTROLE-REMESSA PICTURE X(02)      VALUE "00".
001060 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001070 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001080 77  WRK-NUMERO-REMESSA  PICTURE 9(06)      VALUE ZEROS.
001090 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001100 77  WRK-CONT-REMETIDOS  PICTURE 9(06)      COMP VALUE ZEROS.
001110 77  WRK-CONT-TED        PICTURE 9(06)      COMP VALUE ZEROS.
001120 77  WRK-CONT-DOC        PICTURE 9(06)      COMP VALUE ZEROS.
001130 77  WRK-CONT-DUPLICADOS PICTURE 9(06)      COMP VALUE ZEROS.
001140 77  WRK-TOTAL-REMETIDO  PICTURE S9(14)     COMP VALUE ZEROS.
001150
001160*----------------------------------------------------------*
001170* REGISTROS DA REMESSA CLITEDRS: H CABECALHO COM DATA E    *
001180* NUMERO DA REMESSA, D ITEM, T TRAILER DE CONTROLE (QTD +  *
001190* SOMA DOS VALORES), NOS MOLDES DO EXTRATO ELETRONICO      *
001200*----------------------------------------------------------*
001210 01  RMS-CABECALHO.
001220     05  RMS-CAB-TIPO        PICTURE X(01) VALUE "H".
001230     05  RMS-CAB-DATA        PICTURE 9(08).
001240     05  RMS-CAB-REMESSA     PICTURE 9(06).
001250     05  FILLER              PICTURE X(105) VALUE SPACES.
001260 01  RMS-DETALHE.
001270     05  RMS-DET-TIPO        PICTURE X(01) VALUE "D".
001280     05  RMS-DET-NUMERO      PICTURE 9(14).
001290     05  RMS-DET-MODALIDADE  PICTURE X(01).
001300     05  RMS-DET-BANCO       PICTURE 9(03).
001310     05  RMS-DET-AGENCIA     PICTURE 9(04).
001320     05  RMS-DET-CONTA       PICTURE 9(12).
001330     05  RMS-DET-DOC         PICTURE 9(14).
001340     05  RMS-DET-TIPO-DOC    PICTURE X(01).
001350     05  RMS-DET-VALOR       PICTURE 9(10).
001360     05  RMS-DET-REM-DOC     PICTURE 9(14).
001370     05  RMS-DET-REM-TIPO    PICTURE X(01).
001380     05  RMS-DET-REM-NOME    PICTURE X(20).
001390     05  RMS-DET-REM-AGENCIA PICTURE 9(04).
001400     05  RMS-DET-REM-CONTA   PICTURE 9(06).
001410     05  FILLER              PICTURE X(15) VALUE SPACES.
001420 01  RMS-TRAILER.
001430     05  RMS-TRL-TIPO        PICTURE X(01) VALUE "T".
001440     05  RMS-TRL-QTD         PICTURE 9(06).
001450     05  RMS-TRL-TOTAL       PICTURE 9(14).
001460     05  FILLER              PICTURE X(99) VALUE SPACES.
001470
001480*----------------------------------------------------------*
001490* LINHAS DO RELATORIO DA REMESSA                           *
001500*----------------------------------------------------------*
001510 01  REL-CABECALHO.
001520     05  FILLER              PICTURE X(44)
001530             VALUE "REMESSA TED/DOC PARA COMPENSACAO (CLITEDRM)".
001540     05  FILLER              PICTURE X(03) VALUE " - ".
001550     05  REL-CAB-DATA        PICTURE 9(08).
001560     05  FILLER              PICTURE X(10) VALUE " REMESSA ".
001570     05  REL-CAB-REMESSA     PICTURE 9(06).
001580     05  FILLER              PICTURE X(61) VALUE SPACES.
001590 01  REL-DETALHE.
001600     05  REL-DET-NUMERO      PICTURE 9(14).
001610     05  FILLER              PICTURE X(02) VALUE SPACES.
001620     05  REL-DET-CLIENTE     PICTURE 9(06).
001630     05  FILLER              PICTURE X(02) VALUE SPACES.
001640     05  REL-DET-MODALIDADE  PICTURE X(03).
001650     05  FILLER              PICTURE X(02) VALUE SPACES.
001660     05  REL-DET-BANCO       PICTURE 9(03).
001670     05  FILLER              PICTURE X(01) VALUE "/".
001680     05  REL-DET-AGENCIA     PICTURE 9(04).
001690     05  FILLER              PICTURE X(01) VALUE "/".
001700     05  REL-DET-CONTA       PICTURE 9(12).
001710     05  FILLER              PICTURE X(02) VALUE SPACES.
001720     05  REL-DET-VALOR       PICTURE Z.ZZZ.ZZZ.ZZ9,99.
001730     05  FILLER              PICTURE X(02) VALUE SPACES.
001740     05  REL-DET-SITUACAO    PICTURE X(24).
001750     05  FILLER              PICTURE X(38) VALUE SPACES.
001760 01  REL-RODAPE.
001770     05  REL-ROD-ROTULO      PICTURE X(30).
001780     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
001790     05  FILLER              PICTURE X(93) VALUE SPACES.
001800 01  REL-RODAPE-VALOR.
001810     05  REL-ROV-ROTULO      PICTURE X(30).
001820     05  REL-ROV-VALOR       PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
001830     05  FILLER              PICTURE X(82) VALUE SPACES.
001840
001850*----------------------------------------------------------*
001860* ITEM DA FILA LIDO DO CLITEDP (MESMO LAYOUT DO HISTORICO) *
001870*----------------------------------------------------------*
001880 01  WRK-ITEM-FILA           PICTURE X(120).
001890
001900 PROCEDURE               DIVISION.
001910*----------------------------------------------------------*
001920* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001930*----------------------------------------------------------*
001940 0000-MAINLINE.
001950     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001960     PERFORM 2000-REMETER-ITEM
001970             THRU 2000-REMETER-ITEM-EXIT
001980             UNTIL FIM-ARQUIVO-FILA.
001990     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002000     GO TO 9999-EXIT.
002010
002020*----------------------------------------------------------*
002030* 1000-INICIALIZAR - ABRE OS ARQUIVOS, AVANCA O NUMERO DA  *
002040*                  REMESSA E GRAVA O CABECALHO             *
002050*----------------------------------------------------------*
002060 1000-INICIALIZAR.
002070     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002080     OPEN INPUT FILA-REMESSA.
002090     IF FS-FILA-REMESSA NOT = "00"
002100         DISPLAY "CLITEDRM: ERRO AO ABRIR CLITEDP - STATUS "
002110                 FS-FILA-REMESSA
002120         MOVE 16 TO RETURN-CODE
002130         GO TO 9999-EXIT
002140     END-IF.
002150     OPEN I-O HISTORICO-TED.
002160     IF FS-HISTORICO-TED NOT = "00"
002170             AND FS-HISTORICO-TED NOT = "05"
002180         DISPLAY "CLITEDRM: ERRO AO ABRIR CLITEDH - STATUS "
002190                 FS-HISTORICO-TED
002200         CLOSE FILA-REMESSA
002210         MOVE 16 TO RETURN-CODE
002220         GO TO 9999-EXIT
002230     END-IF.
002240     OPEN INPUT CLIENTES-MASTER.
002250     IF FS-CLIENTES-MASTER NOT = "00"
002260         DISPLAY "CLITEDRM: ERRO AO ABRIR CLIMSTR - STATUS "
002270                 FS-CLIENTES-MASTER
002280         CLOSE FILA-REMESSA HISTORICO-TED
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 9999-EXIT
002310     END-IF.
002320     PERFORM 1190-AVANCAR-REMESSA
002330             THRU 1190-AVANCAR-REMESSA-EXIT.
002340     OPEN OUTPUT REMESSA.
002350     OPEN OUTPUT RELATORIO.
002360     MOVE WRK-DATA-EXECUCAO  TO RMS-CAB-DATA.
002370     MOVE WRK-NUMERO-REMESSA TO RMS-CAB-REMESSA.
002380     WRITE RMS-LINHA FROM RMS-CABECALHO.
002390     MOVE WRK-DATA-EXECUCAO  TO REL-CAB-DATA.
002400     MOVE WRK-NUMERO-REMESSA TO REL-CAB-REMESSA.
002410     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002420     PERFORM 2100-LER-FILA THRU 2100-LER-FILA-EXIT.
002430 1000-INICIALIZAR-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------*
002470* 1190-AVANCAR-REMESSA - LE O NUMERO DA ULTIMA REMESSA NO  *
002480*                  CLITEDCT, AVANCA E REGRAVA COM A DATA,  *
002490*                  NOS MOLDES DA GERACAO DO CLIEXTM        *
002500*----------------------------------------------------------*
002510 1190-AVANCAR-REMESSA.
002520     OPEN INPUT CONTROLE-REMESSA.
002530     IF FS-CONTROLE-REMESSA = "00"
002540         READ CONTROLE-REMESSA
002550             AT END
002560                 CONTINUE
002570             NOT AT END
002580                 MOVE RCT-NUMERO TO WRK-NUMERO-REMESSA
002590         END-READ
002600         CLOSE CONTROLE-REMESSA
002610     END-IF.
002620     ADD 1 TO WRK-NUMERO-REMESSA.
002630     OPEN OUTPUT CONTROLE-REMESSA.
002640     MOVE WRK-NUMERO-REMESSA TO RCT-NUMERO.
002650     MOVE WRK-DATA-EXECUCAO  TO RCT-DATA.
002660     WRITE RCT-REGISTRO.
002670     CLOSE CONTROLE-REMESSA.
002680 1190-AVANCAR-REMESSA-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------*
002720* 2000-REMETER-ITEM - GRAVA O ITEM NA REMESSA E NO         *
002730*                  HISTORICO. ITEM JA PRESENTE NO          *
002740*                  HISTORICO (FILA REPROCESSADA) NAO E     *
002750*                  REMETIDO DE NOVO.                       *
002760*----------------------------------------------------------*
002770 2000-REMETER-ITEM.
002780     MOVE WRK-ITEM-FILA TO TED-REGISTRO.
002790     MOVE TED-NUMERO       TO REL-DET-NUMERO.
002800     MOVE TED-CLIENTE      TO REL-DET-CLIENTE.
002810     MOVE TED-BANCO-DEST   TO REL-DET-BANCO.
002820     MOVE TED-AGENCIA-DEST TO REL-DET-AGENCIA.
002830     MOVE TED-CONTA-DEST   TO REL-DET-CONTA.
002840     MOVE TED-VALOR        TO REL-DET-VALOR.
002850     IF TED-MODAL-TED
002860         MOVE "TED" TO REL-DET-MODALIDADE
002870     ELSE
002880         MOVE "DOC" TO REL-DET-MODALIDADE
002890     END-IF.
002900     SET TED-ENVIADA TO TRUE.
002910     MOVE WRK-NUMERO-REMESSA TO TED-REMESSA.
002920     MOVE WRK-DATA-EXECUCAO  TO TED-DATA-REMESSA.
002930     WRITE TED-REGISTRO
002940         INVALID KEY
002950             MOVE "JA REMETIDO - IGNORADO  " TO REL-DET-SITUACAO
002960             ADD 1 TO WRK-CONT-DUPLICADOS
002970             GO TO 2000-REMETER-ITEM-IMPRIMIR
002980     END-WRITE.
002990     PERFORM 2200-GRAVAR-DETALHE THRU 2200-GRAVAR-DETALHE-EXIT.
003000     MOVE "REMETIDO                " TO REL-DET-SITUACAO.
003010 2000-REMETER-ITEM-IMPRIMIR.
003020     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
003030     PERFORM 2100-LER-FILA THRU 2100-LER-FILA-EXIT.
003040 2000-REMETER-ITEM-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------*
003080* 2100-LER-FILA - LEITURA SEQUENCIAL DO CLITEDP            *
003090*----------------------------------------------------------*
003100 2100-LER-FILA.
003110     READ FILA-REMESSA INTO WRK-ITEM-FILA
003120         AT END
003130             SET FIM-ARQUIVO-FILA TO TRUE
003140         NOT AT END
003150             ADD 1 TO WRK-CONT-LIDOS
003160     END-READ.
003170 2100-LER-FILA-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------*
003210* 2200-GRAVAR-DETALHE - MONTA O ITEM DA REMESSA COM O      *
003220*                  FAVORECIDO E O REMETENTE (DOCUMENTO E   *
003230*                  NOME DO MESTRE)                         *
003240*----------------------------------------------------------*
003250 2200-GRAVAR-DETALHE.
003260     MOVE TED-NUMERO        TO RMS-DET-NUMERO.
003270     MOVE TED-MODALIDADE    TO RMS-DET-MODALIDADE.
003280     MOVE TED-BANCO-DEST    TO RMS-DET-BANCO.
003290     MOVE TED-AGENCIA-DEST  TO RMS-DET-AGENCIA.
003300     MOVE TED-CONTA-DEST    TO RMS-DET-CONTA.
003310     MOVE TED-DOC-DEST      TO RMS-DET-DOC.
003320     MOVE TED-TIPO-DOC-DEST TO RMS-DET-TIPO-DOC.
003330     MOVE TED-VALOR         TO RMS-DET-VALOR.
003340     MOVE TED-AGENCIA       TO RMS-DET-REM-AGENCIA.
003350     MOVE TED-CLIENTE       TO RMS-DET-REM-CONTA.
003360     MOVE TED-CLIENTE TO CLI-ID.
003370     READ CLIENTES-MASTER
003380         INVALID KEY
003390             MOVE ZEROS  TO RMS-DET-REM-DOC
003400             MOVE SPACES TO RMS-DET-REM-TIPO
003410             MOVE SPACES TO RMS-DET-REM-NOME
003420         NOT INVALID KEY
003430             MOVE CLI-DOCUMENTO TO RMS-DET-REM-DOC
003440             MOVE CLI-TIPO-DOC  TO RMS-DET-REM-TIPO
003450             MOVE CLI-NOME      TO RMS-DET-REM-NOME
003460     END-READ.
003470     WRITE RMS-LINHA FROM RMS-DETALHE.
003480     ADD 1 TO WRK-CONT-REMETIDOS.
003490     ADD TED-VALOR TO WRK-TOTAL-REMETIDO.
003500     IF TED-MODAL-TED
003510         ADD 1 TO WRK-CONT-TED
003520     ELSE
003530         ADD 1 TO WRK-CONT-DOC
003540     END-IF.
003550 2200-GRAVAR-DETALHE-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------*
003590* 9000-FINALIZAR - TRAILER, TOTAIS, FECHAMENTO E LIMPEZA   *
003600*                  DA FILA JA REMETIDA                     *
003610*----------------------------------------------------------*
003620 9000-FINALIZAR.
003630     MOVE WRK-CONT-REMETIDOS TO RMS-TRL-QTD.
003640     MOVE WRK-TOTAL-REMETIDO TO RMS-TRL-TOTAL.
003650     WRITE RMS-LINHA FROM RMS-TRAILER.
003660     MOVE "ITENS LIDOS NA FILA           " TO REL-ROD-ROTULO.
003670     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
003680     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
003690     MOVE "ITENS REMETIDOS               " TO REL-ROD-ROTULO.
003700     MOVE WRK-CONT-REMETIDOS TO REL-ROD-VALOR.
003710     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003720     MOVE "  TED                         " TO REL-ROD-ROTULO.
003730     MOVE WRK-CONT-TED TO REL-ROD-VALOR.
003740     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003750     MOVE "  DOC                         " TO REL-ROD-ROTULO.
003760     MOVE WRK-CONT-DOC TO REL-ROD-VALOR.
003770     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003780     MOVE "JA REMETIDOS (IGNORADOS)      " TO REL-ROD-ROTULO.
003790     MOVE WRK-CONT-DUPLICADOS TO REL-ROD-VALOR.
003800     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003810     MOVE "VALOR TOTAL DA REMESSA        " TO REL-ROV-ROTULO.
003820     MOVE WRK-TOTAL-REMETIDO TO REL-ROV-VALOR.
003830     WRITE REL-LINHA FROM REL-RODAPE-VALOR
003840             AFTER ADVANCING 1 LINE.
003850     CLOSE FILA-REMESSA HISTORICO-TED CLIENTES-MASTER
003860             REMESSA RELATORIO.
003870     OPEN OUTPUT FILA-REMESSA.
003880     CLOSE FILA-REMESSA.
003890     DISPLAY "CLITEDRM: REMESSA " WRK-NUMERO-REMESSA " COM "
003900             WRK-CONT-REMETIDOS " ITENS".
003910     IF WRK-CONT-DUPLICADOS > ZEROS
003920         MOVE 4 TO RETURN-CODE
003930     END-IF.
003940 9000-FINALIZAR-EXIT.
003950     EXIT.
003960 9999-EXIT.
003970     STOP RUN.
