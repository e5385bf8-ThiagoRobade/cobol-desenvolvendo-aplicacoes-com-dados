000320*                    ESPELHO CHAVEADO CLIAUDK QUANDO       *
000330*                    DISPONIVEL; SEM O ESPELHO, A LEITURA  *
000340*                    SEGUE NO CLIAUDIT SEQUENCIAL.         *
000350* 2026-10-15 EBC     CLIENTE QUE NAO ESTA MAIS NO CLIMSTR  *
000360*                    (CONTA ENCERRADA EXPURGADA PELO       *
000370*                    CLIENCEX) TEM O NOME E A MOEDA        *
000380*                    BUSCADOS NO HISTORICO DE ENCERRADAS   *
000390*                    CLIENCER (DD OPCIONAL); CONTA JA      *
000400*                    ANONIMIZADA SAI COM O NOME            *
000410*                    ANONIMIZADO.                          *
000420* 2026-10-15 EBC     CLIMSTR E CLIENCER ABERTOS PASSAM A   *
000430*                    SER MARCADOS POR CHAVE PROPRIA NA     *
000440*                    ABERTURA (O FILE STATUS MUDA A CADA   *
000450*                    LEITURA CHAVEADA SEM SUCESSO E FAZIA  *
000460*                    AS LINHAS SEGUINTES SAIREM SEM NOME E *
000470*                    O ARQUIVO FICAR SEM CLOSE); FALHA NA  *
000480*                    ABERTURA DO CLIENCER E AVISADA.       *
000490*----------------------------------------------------------*
000500 ENVIRONMENT             DIVISION.
000510 CONFIGURATION           SECTION.
000520 SPECIAL-NAMES.
000530     DECIMAL-POINT IS COMMA.
000540
000550 INPUT-OUTPUT            SECTION.
000560 FILE-CONTROL.
000570     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CLI-ID
000610         FILE STATUS IS FS-CLIENTES-MASTER.
000620     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-AUDITORIA.
000650     SELECT ARQUIVO-HISTORICO ASSIGN TO "CLIAUHST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-HISTORICO.
000680     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS AUDK-CHAVE
000720         FILE STATUS IS FS-AUDK.
000730     SELECT ENCERRADAS ASSIGN TO "CLIENCER"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS ENC-CLI-ID
000770         FILE STATUS IS FS-ENCERRADAS.
000780     SELECT RELATORIO ASSIGN TO "RELREP"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-RELATORIO.
000810
000820 DATA                    DIVISION.
000830 FILE                    SECTION.
000840 FD  CLIENTES-MASTER
000850     LABEL RECORD IS STANDARD.
000860     COPY CLIREG.
000870
000880 FD  AUDITORIA
000890     LABEL RECORD IS STANDARD.
000900 01  AUD-LINHA                PICTURE X(100).
000910
000920 FD  ARQUIVO-HISTORICO
000930     LABEL RECORD IS STANDARD.
000940 01  HST-LINHA                PICTURE X(100).
000950
000960 FD  AUDITORIA-CHAVEADA
000970     LABEL RECORD IS STANDARD.
000980     COPY CLIAUKRG.
000990
001000 FD  ENCERRADAS
001010     LABEL RECORD IS STANDARD.
001020     COPY CLIENCRG.
001030
001040 FD  RELATORIO
001050     LABEL RECORD IS STANDARD.
001060 01  REL-LINHA               PICTURE X(132).
001070
001080 WORKING-STORAGE         SECTION.
001090 01  WRK-FLAGS.
001100     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001110         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
001120     05  WRK-FIM-HIST    PICTURE X(01)      VALUE "N".
001130         88  FIM-ARQUIVO-HISTORICO          VALUE "S".
001140     05  WRK-TEM-HIST    PICTURE X(01)      VALUE "N".
001150         88  HISTORICO-DISPONIVEL           VALUE "S".
001160     05  WRK-USA-AUDK    PICTURE X(01)      VALUE "N".
001170         88  USAR-TRILHA-CHAVEADA           VALUE "S".
001180     05  WRK-FIM-AUDK    PICTURE X(01)      VALUE "N".
001190         88  FIM-TRILHA-CHAVEADA            VALUE "S".
001200     05  WRK-TEM-MSTR    PICTURE X(01)      VALUE "N".
001210         88  ARQUIVO-MSTR-OK                VALUE "S".
001220     05  WRK-TEM-ENC     PICTURE X(01)      VALUE "N".
001230         88  ARQUIVO-ENC-OK                 VALUE "S".
001240 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001250 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001260 01  FS-HISTORICO        PICTURE X(02)      VALUE "00".
001270 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001280 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001290 01  FS-ENCERRADAS       PICTURE X(02)      VALUE "00".
001300 77  WRK-DATA-INICIAL    PICTURE 9(08)      VALUE ZEROS.
001310 77  WRK-DATA-FINAL      PICTURE 9(08)      VALUE ZEROS.
001320 77  WRK-CONT-LINHAS     PICTURE 9(06)      COMP VALUE ZEROS.
001330 77  WRK-SALDO-ANT-NUM   PICTURE S9(10)V99  COMP VALUE ZEROS.
001340 77  WRK-SALDO-NOVO-NUM  PICTURE S9(10)V99  COMP VALUE ZEROS.
001350 77  WRK-JUROS-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
001360 77  WRK-TOTAL-SALDO-ANT PICTURE S9(12)V99  COMP VALUE ZEROS.
001370 77  WRK-TOTAL-SALDO     PICTURE S9(12)V99  COMP VALUE ZEROS.
001380 77  WRK-TOTAL-JUROS     PICTURE S9(12)V99  COMP VALUE ZEROS.
001390
001400*----------------------------------------------------------*
001410* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
001420*----------------------------------------------------------*
001430     COPY CLIAUDRG.
001440
001450*----------------------------------------------------------*
001460* LINHAS DO RELATORIO REGENERADO (LAYOUT DO RELCLI)        *
001470*----------------------------------------------------------*
001480 01  REL-MARCA-REGEN.
001490     05  FILLER              PICTURE X(40)
001500             VALUE "*** REGENERACAO - NAO E O RELATORIO ORIG".
001510     05  FILLER              PICTURE X(08) VALUE "INAL ***".
001520     05  FILLER              PICTURE X(84) VALUE SPACES.
001530 01  REL-MARCA-HISTORICO.
001540     05  FILLER              PICTURE X(44)
001550       VALUE "*** INCLUI TRILHA HISTORICA (CLIAUHST) ***".
001560     05  FILLER              PICTURE X(88) VALUE SPACES.
001570 01  REL-CABECALHO-1.
001580     05  FILLER              PICTURE X(35)
001590             VALUE "RELATORIO DE CLIENTES - REGENERADO ".
001600     05  REL-CAB-DATA-INI    PICTURE 9(08).
001610     05  FILLER              PICTURE X(03) VALUE " A ".
001620     05  REL-CAB-DATA-FIM    PICTURE 9(08).
001630     05  FILLER              PICTURE X(78) VALUE SPACES.
001640 01  REL-CABECALHO-2.
001650     05  FILLER              PICTURE X(08) VALUE "CLIENTE ".
001660     05  FILLER              PICTURE X(22) VALUE "NOME".
001670     05  FILLER              PICTURE X(20)
001680             VALUE "SALDO ATUALIZADO".
001690     05  FILLER              PICTURE X(82) VALUE SPACES.
001700 01  REL-DETALHE.
001710     05  REL-DET-ID          PICTURE 9(06).
001720     05  FILLER              PICTURE X(02) VALUE SPACES.
001730     05  REL-DET-NOME        PICTURE X(20).
001740     05  FILLER              PICTURE X(02) VALUE SPACES.
001750     05  REL-DET-MOEDA       PICTURE X(03).
001760     05  REL-DET-SALDO       PICTURE X(18).
001770     05  FILLER              PICTURE X(81) VALUE SPACES.
001780 01  REL-TIT-CONTROLE.
001790     05  FILLER              PICTURE X(30)
001800             VALUE "QUADRO DE TOTAIS DE CONTROLE".
001810     05  FILLER              PICTURE X(102) VALUE SPACES.
001820 01  REL-RODAPE.
001830     05  REL-ROD-ROTULO      PICTURE X(30).
001840     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001850     05  FILLER              PICTURE X(84) VALUE SPACES.
001860
001870 LINKAGE                 SECTION.
001880 01  LK-PARM-PERIODO.
001890     05  LK-PARM-DATA-INI    PICTURE X(08).
001900     05  LK-PARM-DATA-FIM    PICTURE X(08).
001910
001920 PROCEDURE               DIVISION USING LK-PARM-PERIODO.
001930*----------------------------------------------------------*
001940* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001950*----------------------------------------------------------*
001960 0000-MAINLINE.
001970     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001980*    A TRILHA HISTORICA (QUANDO FORNECIDA) VEM ANTES DA
001990*    VIVA: O CLIARCH MOVE AS LINHAS, ENTAO NAO HA
002000*    DUPLICIDADE NA EMENDA.
002010     IF HISTORICO-DISPONIVEL
002020         PERFORM 2500-REGENERAR-HISTORICO
002030                 THRU 2500-REGENERAR-HISTORICO-EXIT
002040                 UNTIL FIM-ARQUIVO-HISTORICO
002050     END-IF.
002060     IF USAR-TRILHA-CHAVEADA
002070         PERFORM 2700-REGENERAR-AUDK
002080                 THRU 2700-REGENERAR-AUDK-EXIT
002090                 UNTIL FIM-TRILHA-CHAVEADA
002100     ELSE
002110         PERFORM 2000-REGENERAR-LINHA
002120                 THRU 2000-REGENERAR-LINHA-EXIT
002130                 UNTIL FIM-ARQUIVO-AUDITORIA
002140     END-IF.
002150     PERFORM 8000-IMPRIMIR-TOTAIS  THRU 8000-IMPRIMIR-TOTAIS-EXIT.
002160     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002170     GO TO 9999-EXIT.
002180
002190*----------------------------------------------------------*
002200* 1000-INICIALIZAR - RESOLVE O PERIODO PEDIDO E ABRE OS    *
002210*                    ARQUIVOS                              *
002220*----------------------------------------------------------*
002230 1000-INICIALIZAR.
002240     IF LK-PARM-DATA-INI IS NUMERIC
002250             AND LK-PARM-DATA-INI NOT = "00000000"
002260         MOVE LK-PARM-DATA-INI TO WRK-DATA-INICIAL
002270     ELSE
002280         DISPLAY "CLIREPR: INFORMAR NO PARM A DATA (OU FAIXA) "
002290                 "A REGENERAR - AAAAMMDD OU AAAAMMDDAAAAMMDD"
002300         MOVE 16 TO RETURN-CODE
002310         GO TO 9999-EXIT
002320     END-IF.
002330     IF LK-PARM-DATA-FIM IS NUMERIC
002340             AND LK-PARM-DATA-FIM NOT = "00000000"
002350         MOVE LK-PARM-DATA-FIM TO WRK-DATA-FINAL
002360     ELSE
002370         MOVE WRK-DATA-INICIAL TO WRK-DATA-FINAL
002380     END-IF.
002390     IF WRK-DATA-FINAL < WRK-DATA-INICIAL
002400         DISPLAY "CLIREPR: PERIODO INVALIDO " WRK-DATA-INICIAL
002410                 " A " WRK-DATA-FINAL
002420         MOVE 16 TO RETURN-CODE
002430         GO TO 9999-EXIT
002440     END-IF.
002450     OPEN INPUT AUDITORIA.
002460     IF FS-AUDITORIA NOT = "00"
002470         DISPLAY "CLIREPR: ERRO AO ABRIR CLIAUDIT - STATUS "
002480                 FS-AUDITORIA
002490         MOVE 16 TO RETURN-CODE
002500         GO TO 9999-EXIT
002510     END-IF.
002520     OPEN INPUT CLIENTES-MASTER.
002530     IF FS-CLIENTES-MASTER = "00"
002540         SET ARQUIVO-MSTR-OK TO TRUE
002550     ELSE
002560         DISPLAY "CLIREPR: CLIMSTR INDISPONIVEL - STATUS "
002570                 FS-CLIENTES-MASTER
002580                 " - RELATORIO SAI SEM O NOME DO CLIENTE"
002590     END-IF.
002600     OPEN INPUT ENCERRADAS.
002610     IF FS-ENCERRADAS = "00"
002620         SET ARQUIVO-ENC-OK TO TRUE
002630     ELSE
002640         DISPLAY "CLIREPR: CLIENCER INDISPONIVEL - STATUS "
002650                 FS-ENCERRADAS
002660                 " - CONTA EXPURGADA SAI SEM O NOME"
002670     END-IF.
002680     OPEN INPUT ARQUIVO-HISTORICO.
002690     IF FS-HISTORICO = "00"
002700         SET HISTORICO-DISPONIVEL TO TRUE
002710     ELSE
002720         SET FIM-ARQUIVO-HISTORICO TO TRUE
002730     END-IF.
002740     OPEN INPUT AUDITORIA-CHAVEADA.
002750     IF FS-AUDK = "00"
002760         SET USAR-TRILHA-CHAVEADA TO TRUE
002770     ELSE
002780         DISPLAY "CLIREPR: CLIAUDK INDISPONIVEL - STATUS "
002790                 FS-AUDK " - LENDO O CLIAUDIT SEQUENCIAL"
002800     END-IF.
002810     OPEN OUTPUT RELATORIO.
002820     WRITE REL-LINHA FROM REL-MARCA-REGEN AFTER ADVANCING PAGE.
002830     MOVE WRK-DATA-INICIAL TO REL-CAB-DATA-INI.
002840     MOVE WRK-DATA-FINAL   TO REL-CAB-DATA-FIM.
002850     WRITE REL-LINHA FROM REL-CABECALHO-1
002860             AFTER ADVANCING 1 LINE.
002870     WRITE REL-LINHA FROM REL-CABECALHO-2
002880             AFTER ADVANCING 2 LINES.
002890     IF HISTORICO-DISPONIVEL
002900         WRITE REL-LINHA FROM REL-MARCA-HISTORICO
002910                 AFTER ADVANCING 1 LINE
002920         PERFORM 2600-LER-HISTORICO THRU 2600-LER-HISTORICO-EXIT
002930     END-IF.
002940     IF NOT USAR-TRILHA-CHAVEADA
002950         PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
002960     END-IF.
002970 1000-INICIALIZAR-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------*
003010* 2000-REGENERAR-LINHA - REIMPRIME UMA LINHA DO PERIODO NO *
003020*                    LAYOUT DO DETALHE DO RELCLI E SOMA OS *
003030*                    TOTAIS DE CONTROLE                    *
003040*----------------------------------------------------------*
003050 2000-REGENERAR-LINHA.
003060     MOVE AUD-LINHA TO AUD-REGISTRO.
003070     PERFORM 2050-PROCESSAR-LINHA
003080             THRU 2050-PROCESSAR-LINHA-EXIT.
003090     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT.
003100 2000-REGENERAR-LINHA-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------*
003140* 2500-REGENERAR-HISTORICO - REIMPRIME UMA LINHA VINDA DO  *
003150*                    ARQUIVO MORTO (MESMO TRATAMENTO DA    *
003160*                    TRILHA VIVA)                          *
003170*----------------------------------------------------------*
003180 2500-REGENERAR-HISTORICO.
003190     MOVE HST-LINHA TO AUD-REGISTRO.
003200     PERFORM 2050-PROCESSAR-LINHA
003210             THRU 2050-PROCESSAR-LINHA-EXIT.
003220     PERFORM 2600-LER-HISTORICO THRU 2600-LER-HISTORICO-EXIT.
003230 2500-REGENERAR-HISTORICO-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------*
003270* 2600-LER-HISTORICO - LEITURA SEQUENCIAL DO CLIAUHST      *
003280*----------------------------------------------------------*
003290 2600-LER-HISTORICO.
003300     READ ARQUIVO-HISTORICO
003310         AT END
003320             SET FIM-ARQUIVO-HISTORICO TO TRUE
003330     END-READ.
003340 2600-LER-HISTORICO-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------*
003380* 2700-REGENERAR-AUDK - REIMPRIME UMA LINHA DO ESPELHO     *
003390*                    CHAVEADO (MESMO TRATAMENTO DA TRILHA  *
003400*                    VIVA)                                 *
003410*----------------------------------------------------------*
003420 2700-REGENERAR-AUDK.
003430     READ AUDITORIA-CHAVEADA NEXT RECORD
003440         AT END
003450             SET FIM-TRILHA-CHAVEADA TO TRUE
003460             GO TO 2700-REGENERAR-AUDK-EXIT
003470     END-READ.
003480     MOVE AUDK-LINHA TO AUD-REGISTRO.
003490     PERFORM 2050-PROCESSAR-LINHA
003500             THRU 2050-PROCESSAR-LINHA-EXIT.
003510 2700-REGENERAR-AUDK-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------*
003550* 2050-PROCESSAR-LINHA - FILTRA PELO PERIODO, IMPRIME O    *
003560*                    DETALHE E SOMA OS TOTAIS DE CONTROLE  *
003570*----------------------------------------------------------*
003580 2050-PROCESSAR-LINHA.
003590     IF AUD-DATA < WRK-DATA-INICIAL
003600             OR AUD-DATA > WRK-DATA-FINAL
003610         GO TO 2050-PROCESSAR-LINHA-EXIT
003620     END-IF.
003630     MOVE AUD-CLIENTE-ID TO REL-DET-ID.
003640     MOVE "** NAO ENCONTRADO **" TO REL-DET-NOME.
003650     MOVE SPACES TO REL-DET-MOEDA.
003660     IF ARQUIVO-MSTR-OK
003670         MOVE AUD-CLIENTE-ID TO CLI-ID
003680         READ CLIENTES-MASTER
003690             INVALID KEY
003700                 PERFORM 2060-BUSCAR-ENCERRADA
003710                         THRU 2060-BUSCAR-ENCERRADA-EXIT
003720             NOT INVALID KEY
003730                 MOVE CLI-NOME  TO REL-DET-NOME
003740                 MOVE CLI-MOEDA TO REL-DET-MOEDA
003750         END-READ
003760     ELSE
003770         PERFORM 2060-BUSCAR-ENCERRADA
003780                 THRU 2060-BUSCAR-ENCERRADA-EXIT
003790     END-IF.
003800     MOVE AUD-SALDO-NOVO TO REL-DET-SALDO.
003810     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
003820     ADD 1 TO WRK-CONT-LINHAS.
003830     MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-ANT-NUM.
003840     MOVE AUD-SALDO-NOVO     TO WRK-SALDO-NOVO-NUM.
003850     MOVE AUD-JUROS-DIA      TO WRK-JUROS-NUM.
003860     ADD WRK-SALDO-ANT-NUM  TO WRK-TOTAL-SALDO-ANT.
003870     ADD WRK-SALDO-NOVO-NUM TO WRK-TOTAL-SALDO.
003880     ADD WRK-JUROS-NUM      TO WRK-TOTAL-JUROS.
003890 2050-PROCESSAR-LINHA-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------*
003930* 2060-BUSCAR-ENCERRADA - CLIENTE FORA DO MESTRE: NOME E   *
003940*                    MOEDA DO HISTORICO DE ENCERRADAS      *
003950*----------------------------------------------------------*
003960 2060-BUSCAR-ENCERRADA.
003970     IF NOT ARQUIVO-ENC-OK
003980         GO TO 2060-BUSCAR-ENCERRADA-EXIT
003990     END-IF.
004000     MOVE AUD-CLIENTE-ID TO ENC-CLI-ID.
004010     READ ENCERRADAS
004020         INVALID KEY
004030             CONTINUE
004040         NOT INVALID KEY
004050             MOVE ENC-NOME  TO REL-DET-NOME
004060             MOVE ENC-MOEDA TO REL-DET-MOEDA
004070     END-READ.
004080 2060-BUSCAR-ENCERRADA-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------*
004120* 2100-LER-AUDITORIA - LEITURA SEQUENCIAL DO CLIAUDIT      *
004130*----------------------------------------------------------*
004140 2100-LER-AUDITORIA.
004150     READ AUDITORIA
004160         AT END
004170             SET FIM-ARQUIVO-AUDITORIA TO TRUE
004180     END-READ.
004190 2100-LER-AUDITORIA-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------*
004230* 8000-IMPRIMIR-TOTAIS - QUADRO DE TOTAIS DE CONTROLE, NOS *
004240*                    MOLDES DO RELCLI ORIGINAL, FECHADO    *
004250*                    COM A MARCA DE REGENERACAO            *
004260*----------------------------------------------------------*
004270 8000-IMPRIMIR-TOTAIS.
004280     WRITE REL-LINHA FROM REL-TIT-CONTROLE
004290             AFTER ADVANCING 2 LINES.
004300     MOVE "LINHAS DE AUDITORIA NO PERIODO" TO REL-ROD-ROTULO.
004310     MOVE WRK-CONT-LINHAS TO REL-ROD-VALOR.
004320     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004330     MOVE "SALDO TOTAL ANTES DOS JUROS   " TO REL-ROD-ROTULO.
004340     MOVE WRK-TOTAL-SALDO-ANT TO REL-ROD-VALOR.
004350     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004360     MOVE "SALDO TOTAL DEPOIS DOS JUROS  " TO REL-ROD-ROTULO.
004370     MOVE WRK-TOTAL-SALDO TO REL-ROD-VALOR.
004380     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004390     MOVE "TOTAL DE JUROS APLICADO       " TO REL-ROD-ROTULO.
004400     MOVE WRK-TOTAL-JUROS TO REL-ROD-VALOR.
004410     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004420     WRITE REL-LINHA FROM REL-MARCA-REGEN
004430             AFTER ADVANCING 2 LINES.
004440 8000-IMPRIMIR-TOTAIS-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------*
004480* 9000-FINALIZAR - FECHA OS ARQUIVOS                       *
004490*----------------------------------------------------------*
004500 9000-FINALIZAR.
004510     CLOSE AUDITORIA RELATORIO.
004520     IF HISTORICO-DISPONIVEL
004530         CLOSE ARQUIVO-HISTORICO
004540     END-IF.
004550     IF USAR-TRILHA-CHAVEADA
004560         CLOSE AUDITORIA-CHAVEADA
004570     END-IF.
004580     IF ARQUIVO-MSTR-OK
004590         CLOSE CLIENTES-MASTER
004600     END-IF.
004610     IF ARQUIVO-ENC-OK
004620         CLOSE ENCERRADAS
004630     END-IF.
004640 9000-FINALIZAR-EXIT.
004650     EXIT.
004660
004670 9999-EXIT.
004680     STOP RUN.
