000350* 2026-09-02 EBC     CONTA DORMENTE (CLI-STATUS "D",       *
000360*                    MARCADO PELO CLIDORMI) PASSA A SER    *
000370*                    ISENTA DA TARIFA, COMO A INATIVA.     *
000380* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000390*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000400*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000410* 2026-10-15 EBC     CONTA BAIXADA PARA PREJUIZO           *
000420*                    (CLI-STATUS "P", MARCADO PELO         *
000430*                    CLIBAIXA) PASSA A SER ISENTA DA       *
000440*                    TARIFA MENSAL.                        *
000450* 2026-10-15 EBC     CONTA CONGELADA POR OBITO (CLI-STATUS *
000460*                    "F") PASSA A SER ISENTA DA TARIFA     *
000470*                    MENSAL, COMO A DORMENTE E A BAIXADA   *
000480*                    PARA PREJUIZO.                        *
000490* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000500*                    BYTES COM OS CICLOS DE                *
000510*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000520*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000530* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000540*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000550*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000560*----------------------------------------------------------*
000570 ENVIRONMENT             DIVISION.
000580 CONFIGURATION           SECTION.
000590 SPECIAL-NAMES.
000600     DECIMAL-POINT IS COMMA.
000610
000620 INPUT-OUTPUT            SECTION.
000630 FILE-CONTROL.
000640     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CLI-ID
000680         FILE STATUS IS FS-CLIENTES-MASTER.
000690     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-PARAMETROS.
000720*----------------------------------------------------------*
000730* CONTROLE DE COBRANCA DA TARIFA (ULTIMO MES COBRADO)      *
000740*----------------------------------------------------------*
000750     SELECT CONTROLE-TARIFA ASSIGN TO "CLITARCT"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FS-CONTROLE-TARIFA.
000780     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-AUDITORIA.
000810*----------------------------------------------------------*
000820* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
000830* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
000840* LINHA DO CLIAUDIT                                        *
000850*----------------------------------------------------------*
000860     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS AUDK-CHAVE
000900         FILE STATUS IS FS-AUDK.
000910     SELECT RELATORIO ASSIGN TO "RELTAR"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-RELATORIO.
000940*----------------------------------------------------------*
000950* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000960*----------------------------------------------------------*
000970     SELECT CONTROLE ASSIGN TO "CLICTRL"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS FS-CONTROLE.
001000
001010 DATA                    DIVISION.
001020 FILE                    SECTION.
001030 FD  CLIENTES-MASTER
001040     LABEL RECORD IS STANDARD.
001050     COPY CLIREG.
001060
001070 FD  PARAMETROS
001080     LABEL RECORD IS STANDARD.
001090 01  PARM-REGISTRO.
001100     05  PARM-FATOR-JUROS    PICTURE 9V99.
001110     05  PARM-FATOR-MULTA    PICTURE 9V99.
001120     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
001130     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
001140     05  PARM-FATOR-USD      PICTURE 9V99.
001150     05  PARM-FATOR-EUR      PICTURE 9V99.
001160     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
001170     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
001180     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
001190     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
001200     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001210     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001220     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001230     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001240     05  PARM-DIAS-CARTA     PICTURE 9(02).
001250     05  PARM-PCT-INDICE     PICTURE 9(03).
001260     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001270     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001280     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001290     05  PARM-IOF-DIARIO     PICTURE V9(06).
001300     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001310     05  PARM-CICLO-ALTO     PICTURE 9(02).
001320     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001330     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001340     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001350     05  PARM-TETO-FGC       PICTURE 9(10).
001360
001370 FD  CONTROLE-TARIFA
001380     LABEL RECORD IS STANDARD.
001390 01  TARCT-REGISTRO.
001400     05  TARCT-ULTIMO-AAAAMM  PICTURE 9(06).
001410
001420 FD  AUDITORIA
001430     LABEL RECORD IS STANDARD.
001440 01  AUD-LINHA                PICTURE X(100).
001450
001460 FD  AUDITORIA-CHAVEADA
001470     LABEL RECORD IS STANDARD.
001480     COPY CLIAUKRG.
001490
001500 FD  RELATORIO
001510     LABEL RECORD IS STANDARD.
001520 01  REL-LINHA               PICTURE X(132).
001530
001540 FD  CONTROLE
001550     LABEL RECORD IS STANDARD.
001560 01  CTRL-REGISTRO.
001570     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001580     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001590     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001600
001610 WORKING-STORAGE         SECTION.
001620 01  WRK-FLAGS.
001630     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001640         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
001650 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001660 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001670 01  FS-CONTROLE-TARIFA  PICTURE X(02)      VALUE "00".
001680 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001690 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001700 01  WRK-FLAGS-AUDK.
001710     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001720         88  ARQUIVO-AUDK-OK                VALUE "S".
001730     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001740         88  AUDK-GRAVADO                   VALUE "S".
001750 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001760 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001770 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001780 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001790 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001800 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001810 77  WRK-AAAAMM-EXEC     PICTURE 9(06)      VALUE ZEROS.
001820 77  WRK-TARIFA-PREMIUM  PICTURE 9(06)      COMP VALUE ZEROS.
001830 77  WRK-TARIFA-EMPRESA  PICTURE 9(06)      COMP VALUE ZEROS.
001840 77  WRK-TARIFA-APLICADA PICTURE 9(06)      COMP VALUE ZEROS.
001850 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
001860 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001870 77  WRK-CONT-COBRADOS   PICTURE 9(06)      COMP VALUE ZEROS.
001880 77  WRK-CONT-ISENTOS    PICTURE 9(06)      COMP VALUE ZEROS.
001890 77  WRK-TOTAL-TARIFAS   PICTURE S9(12)     COMP VALUE ZEROS.
001900
001910*----------------------------------------------------------*
001920* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
001930*----------------------------------------------------------*
001940     COPY CLIAUDRG.
001950
001960 01  REL-CABECALHO.
001970     05  FILLER              PICTURE X(44)
001980             VALUE "COBRANCA DA TARIFA MENSAL DE MANUTENCAO".
001990     05  FILLER              PICTURE X(88) VALUE SPACES.
002000 01  REL-RODAPE.
002010     05  REL-ROD-ROTULO      PICTURE X(30).
002020     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002030     05  FILLER              PICTURE X(84) VALUE SPACES.
002040
002050 PROCEDURE               DIVISION.
002060*----------------------------------------------------------*
002070* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002080*----------------------------------------------------------*
002090 0000-MAINLINE.
002100     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002110     PERFORM 2000-COBRAR-CLIENTE
002120             THRU 2000-COBRAR-CLIENTE-EXIT
002130             UNTIL FIM-ARQUIVO-CLIENTES.
002140     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002150     GO TO 9999-EXIT.
002160
002170*----------------------------------------------------------*
002180* 1000-INICIALIZAR - GUARDA DE MES, PARAMETROS E ABERTURAS *
002190*----------------------------------------------------------*
002200 1000-INICIALIZAR.
002210     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002220     COMPUTE WRK-AAAAMM-EXEC = WRK-DATA-EXECUCAO / 100.
002230     PERFORM 1150-VERIFICAR-MES THRU 1150-VERIFICAR-MES-EXIT.
002240     PERFORM 1100-LER-PARAMETROS
002250             THRU 1100-LER-PARAMETROS-EXIT.
002260     IF WRK-TARIFA-PREMIUM = ZEROS
002270             AND WRK-TARIFA-EMPRESA = ZEROS
002280         DISPLAY "CLITARIF: TARIFAS ZERADAS NO CLIPARM - "
002290                 "NADA A COBRAR"
002300         GO TO 9999-EXIT
002310     END-IF.
002320     OPEN I-O CLIENTES-MASTER.
002330     IF FS-CLIENTES-MASTER NOT = "00"
002340         DISPLAY "CLITARIF: ERRO AO ABRIR CLIMSTR - STATUS "
002350                 FS-CLIENTES-MASTER
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 9999-EXIT
002380     END-IF.
002390     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
002400             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
002410     OPEN EXTEND AUDITORIA.
002420     OPEN I-O AUDITORIA-CHAVEADA.
002430     IF FS-AUDK = "00" OR FS-AUDK = "05"
002440         SET ARQUIVO-AUDK-OK TO TRUE
002450     ELSE
002460         DISPLAY "CLITARIF: CLIAUDK INDISPONIVEL - STATUS "
002470                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
002480                 "CLIAUDKL)"
002490     END-IF.
002500     OPEN OUTPUT RELATORIO.
002510     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002520     PERFORM 2100-LER-PROXIMO-CLIENTE
002530             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
002540 1000-INICIALIZAR-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------*
002580* 1150-VERIFICAR-MES - MES JA COBRADO SEGUNDO O CLITARCT   *
002590*                  TERMINA LIMPO SEM POSTAR NADA (O STEP   *
002600*                  RODA TODO DIA NO CLIBATCH; SO A         *
002610*                  PRIMEIRA EXECUCAO DO MES COBRA).        *
002620*----------------------------------------------------------*
002630 1150-VERIFICAR-MES.
002640     OPEN INPUT CONTROLE-TARIFA.
002650     IF FS-CONTROLE-TARIFA = "00"
002660         READ CONTROLE-TARIFA
002670             AT END
002680                 CONTINUE
002690             NOT AT END
002700                 IF TARCT-ULTIMO-AAAAMM = WRK-AAAAMM-EXEC
002710                     DISPLAY "CLITARIF: TARIFA DO MES "
002720                             WRK-AAAAMM-EXEC
002730                             " JA COBRADA - NADA A FAZER"
002740                     CLOSE CONTROLE-TARIFA
002750                     GO TO 9999-EXIT
002760                 END-IF
002770         END-READ
002780         CLOSE CONTROLE-TARIFA
002790     END-IF.
002800 1150-VERIFICAR-MES-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002840* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
002850*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
002860*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
002870*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
002880*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
002890*----------------------------------------------------------*
002900 1160-MARCAR-EM-PROCESSAMENTO.
002910     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
002920     OPEN INPUT CONTROLE.
002930     IF FS-CONTROLE = "00"
002940         READ CONTROLE
002950             AT END
002960                 CONTINUE
002970             NOT AT END
002980                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
002990                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
003000         END-READ
003010         CLOSE CONTROLE
003020     END-IF.
003030     OPEN OUTPUT CONTROLE.
003040     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
003050     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
003060     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
003070     WRITE CTRL-REGISTRO.
003080     CLOSE CONTROLE.
003090 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------*
003130* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
003140*                  CLICTRL AO FIM DA COBRANCA              *
003150*----------------------------------------------------------*
003160 1170-DESMARCAR-PROCESSAMENTO.
003170     OPEN OUTPUT CONTROLE.
003180     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
003190     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
003200     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
003210     WRITE CTRL-REGISTRO.
003220     CLOSE CONTROLE.
003230 1170-DESMARCAR-PROCESSAMENTO-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------*
003270* 1100-LER-PARAMETROS - TARIFAS POR TIPO DE CONTA          *
003280*----------------------------------------------------------*
003290 1100-LER-PARAMETROS.
003300     OPEN INPUT PARAMETROS.
003310     IF FS-PARAMETROS = "00"
003320         READ PARAMETROS
003330             AT END
003340                 CONTINUE
003350             NOT AT END
003360                 MOVE PARM-TARIFA-PREMIUM TO WRK-TARIFA-PREMIUM
003370                 MOVE PARM-TARIFA-EMPRESA TO WRK-TARIFA-EMPRESA
003380         END-READ
003390         CLOSE PARAMETROS
003400     ELSE
003410         DISPLAY "CLITARIF: CLIPARM NAO ENCONTRADO - NADA A "
003420                 "COBRAR"
003430     END-IF.
003440 1100-LER-PARAMETROS-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------*
003480* 2000-COBRAR-CLIENTE - COBRA A TARIFA DO MES DE UM        *
003490*                  CLIENTE ELEGIVEL: DEBITA O SALDO, GRAVA *
003500*                  AUDITORIA E REGRAVA. POUPANCA E CONTA   *
003510*                  NAO ELEGIVEL SAO ISENTAS.               *
003520*----------------------------------------------------------*
003530 2000-COBRAR-CLIENTE.
003540*    CONTA DE TIPO INVALIDO E A MESMA QUE A CRITICA DO LOTE
003550*    DE JUROS REJEITA - ISENTA, NAO COBRADA PELO ELSE.
003560     IF CLI-INATIVO
003570             OR CLI-DORMENTE
003580             OR CLI-PREJUIZO
003590             OR CLI-FALECIDO
003600             OR CONTA-POUPANCA
003610             OR (NOT CONTA-PREMIUM AND NOT CONTA-EMPRESARIAL)
003620             OR CLI-DATA-ABERTURA > WRK-DATA-EXECUCAO
003630             OR (CLI-DATA-ENCERRAMENTO NOT = ZEROS
003640             AND CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-EXECUCAO)
003650         ADD 1 TO WRK-CONT-ISENTOS
003660         GO TO 2000-COBRAR-CLIENTE-LER
003670     END-IF.
003680     IF CONTA-PREMIUM
003690         MOVE WRK-TARIFA-PREMIUM TO WRK-TARIFA-APLICADA
003700     ELSE
003710         MOVE WRK-TARIFA-EMPRESA TO WRK-TARIFA-APLICADA
003720     END-IF.
003730     IF WRK-TARIFA-APLICADA = ZEROS
003740         ADD 1 TO WRK-CONT-ISENTOS
003750         GO TO 2000-COBRAR-CLIENTE-LER
003760     END-IF.
003770     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
003780     SUBTRACT WRK-TARIFA-APLICADA FROM CLI-SALDO.
003790     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
003800     MOVE CLI-ID             TO AUD-CLIENTE-ID.
003810     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
003820     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
003830     MOVE ZEROS              TO AUD-TAXA-APLICADA.
003840     COMPUTE AUD-JUROS-DIA = ZERO - WRK-TARIFA-APLICADA.
003850     MOVE "T" TO AUD-ORIGEM.
003860     MOVE ZEROS TO AUD-SALDO-BASE.
003870     WRITE AUD-LINHA FROM AUD-REGISTRO.
003880     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
003890     REWRITE CLI-REGISTRO.
003900     IF FS-CLIENTES-MASTER NOT = "00"
003910         DISPLAY "CLITARIF: ERRO AO REGRAVAR CLIENTE "
003920                 CLI-ID " STATUS " FS-CLIENTES-MASTER
003930     END-IF.
003940     ADD WRK-TARIFA-APLICADA TO WRK-TOTAL-TARIFAS.
003950     ADD 1 TO WRK-CONT-COBRADOS.
003960 2000-COBRAR-CLIENTE-LER.
003970     PERFORM 2100-LER-PROXIMO-CLIENTE
003980             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
003990 2000-COBRAR-CLIENTE-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------*
004030* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
004040*----------------------------------------------------------*
004050 2100-LER-PROXIMO-CLIENTE.
004060     READ CLIENTES-MASTER NEXT RECORD
004070         AT END
004080             SET FIM-ARQUIVO-CLIENTES TO TRUE
004090         NOT AT END
004100             ADD 1 TO WRK-CONT-LIDOS
004110     END-READ.
004120 2100-LER-PROXIMO-CLIENTE-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160* 9000-FINALIZAR - TOTAIS, CONTROLE DO MES E FECHAMENTO    *
004170*----------------------------------------------------------*
004180 9000-FINALIZAR.
004190     MOVE "CLIENTES LIDOS                " TO REL-ROD-ROTULO.
004200     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
004210     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
004220     MOVE "TARIFAS COBRADAS              " TO REL-ROD-ROTULO.
004230     MOVE WRK-CONT-COBRADOS TO REL-ROD-VALOR.
004240     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004250     MOVE "CLIENTES ISENTOS              " TO REL-ROD-ROTULO.
004260     MOVE WRK-CONT-ISENTOS TO REL-ROD-VALOR.
004270     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004280     MOVE "TOTAL DE TARIFAS DEBITADAS    " TO REL-ROD-ROTULO.
004290     MOVE WRK-TOTAL-TARIFAS TO REL-ROD-VALOR.
004300     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004310     CLOSE CLIENTES-MASTER AUDITORIA RELATORIO.
004320     IF ARQUIVO-AUDK-OK
004330         CLOSE AUDITORIA-CHAVEADA
004340     END-IF.
004350     OPEN OUTPUT CONTROLE-TARIFA.
004360     MOVE WRK-AAAAMM-EXEC TO TARCT-ULTIMO-AAAAMM.
004370     WRITE TARCT-REGISTRO.
004380     CLOSE CONTROLE-TARIFA.
004390     PERFORM 1170-DESMARCAR-PROCESSAMENTO
004400             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004410 9000-FINALIZAR-EXIT.
004420     EXIT.
004430
004440
004450*----------------------------------------------------------*
004460* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
004470*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
004480*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
004490*----------------------------------------------------------*
004500 7700-ESPELHAR-AUDK.
004510     IF NOT ARQUIVO-AUDK-OK
004520         GO TO 7700-ESPELHAR-AUDK-EXIT
004530     END-IF.
004540     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
004550     MOVE AUD-DATA       TO AUDK-DATA.
004560     MOVE AUD-REGISTRO   TO AUDK-LINHA.
004570     MOVE "N" TO WRK-AUDK-OK.
004580     MOVE 1 TO WRK-AUDK-SEQ.
004590     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
004600             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
004610     IF NOT AUDK-GRAVADO
004620         DISPLAY "CLITARIF: ESPELHO CLIAUDK NAO GRAVADO "
004630                 "PARA O CLIENTE " AUDK-CLIENTE
004640     END-IF.
004650 7700-ESPELHAR-AUDK-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
004700*                 DUPLICADA AVANCA A SEQUENCIA             *
004710*----------------------------------------------------------*
004720 7750-TENTAR-AUDK.
004730     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
004740     WRITE AUDK-REGISTRO
004750         INVALID KEY
004760             ADD 1 TO WRK-AUDK-SEQ
004770         NOT INVALID KEY
004780             SET AUDK-GRAVADO TO TRUE
004790     END-WRITE.
004800 7750-TENTAR-AUDK-EXIT.
004810     EXIT.
004820 9999-EXIT.
004830     STOP RUN.
