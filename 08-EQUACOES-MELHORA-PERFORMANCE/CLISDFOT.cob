000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLISDFOT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - FOTO DO SALDO DE    *
000120*                    FIM DE DIA: ULTIMO STEP DO CLIBATCH,  *
000130*                    GRAVA NO CLISDHST UM REGISTRO POR     *
000140*                    CONTA (CLIENTE + DATA DO LOTE, A      *
000150*                    ULTIMA DATA DO CLICTRL) COM AGENCIA,  *
000160*                    MOEDA, STATUS, DOCUMENTO E SALDO.     *
000170*                    CONTA ENCERRADA ANTES DA DATA NAO E   *
000180*                    FOTOGRAFADA. RESSUBMISSAO NO MESMO    *
000190*                    DIA REGRAVA A FOTO. CLICTRL COM A     *
000200*                    TRAVA DE PE (LOTE DE JUROS            *
000210*                    INTERROMPIDO) ABORTA SEM GRAVAR, COM  *
000220*                    RC 16.                                *
000230*----------------------------------------------------------*
000240 ENVIRONMENT             DIVISION.
000250 CONFIGURATION           SECTION.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000280
000290 INPUT-OUTPUT            SECTION.
000300 FILE-CONTROL.
000310     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CLI-ID
000350         FILE STATUS IS FS-CLIENTES-MASTER.
000360*----------------------------------------------------------*
000370* REGISTRO DE CONTROLE DO LOTE - DATA DA FOTO              *
000380*----------------------------------------------------------*
000390     SELECT CONTROLE ASSIGN TO "CLICTRL"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS FS-CONTROLE.
000420*----------------------------------------------------------*
000430* HISTORICO DE SALDOS DE FIM DE DIA (CLIENTE + DATA)       *
000440*----------------------------------------------------------*
000450     SELECT HISTORICO-SALDOS ASSIGN TO "CLISDHST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SDH-CHAVE
000490         FILE STATUS IS FS-HISTORICO-SALDOS.
000500*----------------------------------------------------------*
000510* RELATORIO DE CONTROLE DA FOTO (SAIDA SYSOUT)             *
000520*----------------------------------------------------------*
000530     SELECT RELATORIO ASSIGN TO "RELSDF"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-RELATORIO.
000560
000570 DATA                    DIVISION.
000580 FILE                    SECTION.
000590 FD  CLIENTES-MASTER
000600     LABEL RECORD IS STANDARD.
000610     COPY CLIREG.
000620
000630 FD  CONTROLE
000640     LABEL RECORD IS STANDARD.
000650 01  CTRL-REGISTRO.
000660     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
000670     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
000680     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
000690
000700 FD  HISTORICO-SALDOS
000710     LABEL RECORD IS STANDARD.
000720     COPY CLISDHRG.
000730
000740 FD  RELATORIO
000750     LABEL RECORD IS STANDARD.
000760 01  REL-LINHA               PICTURE X(132).
000770
000780 WORKING-STORAGE         SECTION.
000790 01  WRK-FLAGS.
000800     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
000810         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
000820 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
000830 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
000840 01  FS-HISTORICO-SALDOS PICTURE X(02)      VALUE "00".
000850 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
000860 77  WRK-DATA-FOTO       PICTURE 9(08)      VALUE ZEROS.
000870 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
000880 77  WRK-CONT-GRAVADOS   PICTURE 9(06)      COMP VALUE ZEROS.
000890 77  WRK-CONT-REGRAVADOS PICTURE 9(06)      COMP VALUE ZEROS.
000900 77  WRK-CONT-ENCERRADAS PICTURE 9(06)      COMP VALUE ZEROS.
000910 77  WRK-CONT-ERROS      PICTURE 9(06)      COMP VALUE ZEROS.
000920 77  WRK-TOTAL-SALDO-BRL PICTURE S9(12)     COMP VALUE ZEROS.
000930 77  WRK-TOTAL-SALDO-USD PICTURE S9(12)     COMP VALUE ZEROS.
000940 77  WRK-TOTAL-SALDO-EUR PICTURE S9(12)     COMP VALUE ZEROS.
000950
000960*----------------------------------------------------------*
000970* LINHAS DO RELATORIO DE CONTROLE DA FOTO                  *
000980*----------------------------------------------------------*
000990 01  REL-CABECALHO.
001000     05  FILLER              PICTURE X(44)
001010             VALUE "FOTO DOS SALDOS DE FIM DE DIA (CLISDFOT) - ".
001020     05  REL-CAB-DATA        PICTURE 9999/99/99.
001030     05  FILLER              PICTURE X(78) VALUE SPACES.
001040 01  REL-RODAPE.
001050     05  REL-ROD-ROTULO      PICTURE X(30).
001060     05  REL-ROD-MOEDA       PICTURE X(03).
001070     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001080     05  FILLER              PICTURE X(81) VALUE SPACES.
001090
001100 PROCEDURE               DIVISION.
001110*----------------------------------------------------------*
001120* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001130*----------------------------------------------------------*
001140 0000-MAINLINE.
001150     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001160     PERFORM 2000-FOTOGRAFAR-CONTA THRU 2000-FOTOGRAFAR-CONTA-EXIT
001170             UNTIL FIM-ARQUIVO-CLIENTES.
001180     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
001190     GO TO 9999-EXIT.
001200
001210*----------------------------------------------------------*
001220* 1000-INICIALIZAR - DATA DA FOTO NO CLICTRL E ABERTURAS   *
001230*----------------------------------------------------------*
001240 1000-INICIALIZAR.
001250     PERFORM 1100-LER-CONTROLE THRU 1100-LER-CONTROLE-EXIT.
001260     OPEN INPUT CLIENTES-MASTER.
001270     IF FS-CLIENTES-MASTER NOT = "00"
001280         DISPLAY "CLISDFOT: ERRO AO ABRIR CLIMSTR - STATUS "
001290                 FS-CLIENTES-MASTER
001300         MOVE 16 TO RETURN-CODE
001310         GO TO 9999-EXIT
001320     END-IF.
001330     OPEN I-O HISTORICO-SALDOS.
001340     IF FS-HISTORICO-SALDOS NOT = "00"
001350             AND FS-HISTORICO-SALDOS NOT = "05"
001360         DISPLAY "CLISDFOT: ERRO AO ABRIR CLISDHST - STATUS "
001370                 FS-HISTORICO-SALDOS
001380         CLOSE CLIENTES-MASTER
001390         MOVE 16 TO RETURN-CODE
001400         GO TO 9999-EXIT
001410     END-IF.
001420     OPEN OUTPUT RELATORIO.
001430     MOVE WRK-DATA-FOTO TO REL-CAB-DATA.
001440     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
001450     PERFORM 2100-LER-PROXIMO-CLIENTE
001460             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
001470 1000-INICIALIZAR-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------*
001510* 1100-LER-CONTROLE - A FOTO E DA DATA DO ULTIMO LOTE DE   *
001520*                    JUROS; TRAVA DE PE OU CLICTRL AUSENTE *
001530*                    ABORTAM, POIS O SALDO NAO E O DE FIM  *
001540*                    DE DIA                                *
001550*----------------------------------------------------------*
001560 1100-LER-CONTROLE.
001570     OPEN INPUT CONTROLE.
001580     IF FS-CONTROLE NOT = "00"
001590         DISPLAY "CLISDFOT: ERRO AO ABRIR CLICTRL - STATUS "
001600                 FS-CONTROLE
001610         MOVE 16 TO RETURN-CODE
001620         GO TO 9999-EXIT
001630     END-IF.
001640     READ CONTROLE
001650         AT END
001660             MOVE ZEROS TO CTRL-ULTIMA-DATA
001670     END-READ.
001680     CLOSE CONTROLE.
001690     IF CTRL-ULTIMA-DATA = ZEROS
001700             OR CTRL-ULTIMA-DATA NOT NUMERIC
001710         DISPLAY "CLISDFOT: CLICTRL SEM DATA DE LOTE - FOTO "
001720                 "NAO GRAVADA"
001730         MOVE 16 TO RETURN-CODE
001740         GO TO 9999-EXIT
001750     END-IF.
001760     IF CTRL-EM-PROCESSAMENTO = "S"
001770         DISPLAY "CLISDFOT: TRAVA DE PROCESSAMENTO DE PE NO "
001780                 "CLICTRL - LOTE INTERROMPIDO, FOTO NAO GRAVADA"
001790         MOVE 16 TO RETURN-CODE
001800         GO TO 9999-EXIT
001810     END-IF.
001820     MOVE CTRL-ULTIMA-DATA TO WRK-DATA-FOTO.
001830 1100-LER-CONTROLE-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------*
001870* 2000-FOTOGRAFAR-CONTA - GRAVA (OU REGRAVA, NA            *
001880*                    RESSUBMISSAO) A FOTO DA CONTA LIDA    *
001890*----------------------------------------------------------*
001900 2000-FOTOGRAFAR-CONTA.
001910     IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
001920             AND CLI-DATA-ENCERRAMENTO < WRK-DATA-FOTO
001930         ADD 1 TO WRK-CONT-ENCERRADAS
001940         GO TO 2000-FOTOGRAFAR-CONTA-LER
001950     END-IF.
001960     MOVE SPACES        TO SDH-REGISTRO.
001970     MOVE CLI-ID        TO SDH-CLI-ID.
001980     MOVE WRK-DATA-FOTO TO SDH-DATA.
001990     MOVE CLI-AGENCIA   TO SDH-AGENCIA.
002000     MOVE CLI-MOEDA     TO SDH-MOEDA.
002010     MOVE CLI-STATUS    TO SDH-STATUS.
002020     MOVE CLI-SALDO     TO SDH-SALDO.
002030     MOVE CLI-DOCUMENTO TO SDH-DOCUMENTO.
002040     WRITE SDH-REGISTRO
002050         INVALID KEY
002060             REWRITE SDH-REGISTRO
002070                 INVALID KEY
002080                     DISPLAY "CLISDFOT: ERRO AO GRAVAR A FOTO DO "
002090                             "CLIENTE " CLI-ID " - STATUS "
002100                             FS-HISTORICO-SALDOS
002110                     ADD 1 TO WRK-CONT-ERROS
002120                     GO TO 2000-FOTOGRAFAR-CONTA-LER
002130                 NOT INVALID KEY
002140                     ADD 1 TO WRK-CONT-REGRAVADOS
002150             END-REWRITE
002160         NOT INVALID KEY
002170             ADD 1 TO WRK-CONT-GRAVADOS
002180     END-WRITE.
002190     IF MOEDA-DOLAR
002200         ADD CLI-SALDO TO WRK-TOTAL-SALDO-USD
002210     ELSE
002220         IF MOEDA-EURO
002230             ADD CLI-SALDO TO WRK-TOTAL-SALDO-EUR
002240         ELSE
002250             ADD CLI-SALDO TO WRK-TOTAL-SALDO-BRL
002260         END-IF
002270     END-IF.
002280 2000-FOTOGRAFAR-CONTA-LER.
002290     PERFORM 2100-LER-PROXIMO-CLIENTE
002300             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
002310 2000-FOTOGRAFAR-CONTA-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------*
002350* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
002360*----------------------------------------------------------*
002370 2100-LER-PROXIMO-CLIENTE.
002380     READ CLIENTES-MASTER NEXT RECORD
002390         AT END
002400             SET FIM-ARQUIVO-CLIENTES TO TRUE
002410         NOT AT END
002420             ADD 1 TO WRK-CONT-LIDOS
002430     END-READ.
002440 2100-LER-PROXIMO-CLIENTE-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480* 9000-FINALIZAR - TOTAIS POR MOEDA E FECHAMENTO; ERRO DE  *
002490*                    GRAVACAO DEVOLVE RC 4                 *
002500*----------------------------------------------------------*
002510 9000-FINALIZAR.
002520     MOVE SPACES TO REL-ROD-MOEDA.
002530     MOVE "CLIENTES LIDOS                " TO REL-ROD-ROTULO.
002540     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
002550     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
002560     MOVE "FOTOS GRAVADAS                " TO REL-ROD-ROTULO.
002570     MOVE WRK-CONT-GRAVADOS TO REL-ROD-VALOR.
002580     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002590     MOVE "FOTOS REGRAVADAS (REEXECUCAO) " TO REL-ROD-ROTULO.
002600     MOVE WRK-CONT-REGRAVADOS TO REL-ROD-VALOR.
002610     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002620     MOVE "CONTAS JA ENCERRADAS          " TO REL-ROD-ROTULO.
002630     MOVE WRK-CONT-ENCERRADAS TO REL-ROD-VALOR.
002640     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002650     MOVE "ERROS DE GRAVACAO             " TO REL-ROD-ROTULO.
002660     MOVE WRK-CONT-ERROS TO REL-ROD-VALOR.
002670     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002680     MOVE "BRL" TO REL-ROD-MOEDA.
002690     MOVE "SALDO FOTOGRAFADO EM REAIS    " TO REL-ROD-ROTULO.
002700     MOVE WRK-TOTAL-SALDO-BRL TO REL-ROD-VALOR.
002710     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
002720     MOVE "USD" TO REL-ROD-MOEDA.
002730     MOVE "SALDO FOTOGRAFADO EM DOLAR    " TO REL-ROD-ROTULO.
002740     MOVE WRK-TOTAL-SALDO-USD TO REL-ROD-VALOR.
002750     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002760     MOVE "EUR" TO REL-ROD-MOEDA.
002770     MOVE "SALDO FOTOGRAFADO EM EURO     " TO REL-ROD-ROTULO.
002780     MOVE WRK-TOTAL-SALDO-EUR TO REL-ROD-VALOR.
002790     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002800     IF WRK-CONT-ERROS NOT = ZEROS
002810         MOVE 4 TO RETURN-CODE
002820     END-IF.
002830     CLOSE CLIENTES-MASTER HISTORICO-SALDOS RELATORIO.
002840 9000-FINALIZAR-EXIT.
002850     EXIT.
002860
002870 9999-EXIT.
002880     STOP RUN.
