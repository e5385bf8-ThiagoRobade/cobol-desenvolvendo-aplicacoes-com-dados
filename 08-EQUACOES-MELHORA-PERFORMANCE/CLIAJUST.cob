000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIAJUST.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - LANCAMENTO DOS      *
000120*                    AJUSTES DE SALDO APROVADOS NO         *
000130*                    CLIMAINT (FUNCAO "J"): LE A FILA      *
000140*                    CLIAJPND, CREDITA OU DEBITA O SALDO   *
000150*                    DE CADA CLIENTE, GRAVA A LINHA DE     *
000160*                    AUDITORIA DE ORIGEM "A" (E O ESPELHO  *
000170*                    CLIAUDK), COPIA O AJUSTE LANCADO PARA *
000180*                    O HISTORICO CLIAJHST E ESVAZIA A FILA *
000190*                    NO FIM. AJUSTE DE CLIENTE INEXISTENTE *
000200*                    E RECUSADO NO RELATORIO RELAJU (RC 4).*
000210*                    DURANTE O LANCAMENTO O STEP LIGA A    *
000220*                    TRAVA CTRL-EM-PROCESSAMENTO DO        *
000230*                    CLICTRL, O QUE TAMBEM IMPEDE O        *
000240*                    CLIMAINT DE ACRESCENTAR AJUSTE NOVO A *
000250*                    FILA ENQUANTO ELA E LIDA.             *
000260* 2026-10-15 EBC     O CLIAJPND PASSA A SER UM REGISTRO    *
000270*                    INDEXADO COM A SITUACAO DE CADA       *
000280*                    AJUSTE (CLIAJURG), NOS MOLDES DO      *
000290*                    CLIESTOR NO CLIESTRN: SO O PENDENTE E *
000300*                    LANCADO, E CADA AJUSTE E REGRAVADO    *
000310*                    LANCADO OU RECUSADO LOGO APOS A SUA   *
000320*                    LINHA DE AUDITORIA. O ARQUIVO NAO E   *
000330*                    MAIS ESVAZIADO NO FIM - UM REINICIO   *
000340*                    APOS ABEND NAO LANCA DE NOVO O QUE JA *
000350*                    FOI LANCADO, E O AJUSTE ACRESCENTADO  *
000360*                    PELO CLIMAINT DURANTE O LOTE FICA     *
000370*                    PENDENTE PARA O PROXIMO. AJUSTE EM    *
000380*                    CONTA DE FALECIDO, EM PREJUIZO OU     *
000390*                    ENCERRADA E RECUSADO NO RELATORIO (RC *
000400*                    4), COMO O BLOQUEIO DO CLIMOVTO.      *
000410*----------------------------------------------------------*
000420 ENVIRONMENT             DIVISION.
000430 CONFIGURATION           SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT            SECTION.
000480 FILE-CONTROL.
000490     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CLI-ID
000530         FILE STATUS IS FS-CLIENTES-MASTER.
000540*----------------------------------------------------------*
000550* AJUSTES APROVADOS (GRAVADOS PELO CLIMAINT), COM A        *
000560* SITUACAO DE CADA UM                                      *
000570*----------------------------------------------------------*
000580     SELECT AJUSTES ASSIGN TO "CLIAJPND"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS AJU-CHAVE
000620         FILE STATUS IS FS-AJUSTES.
000630*----------------------------------------------------------*
000640* HISTORICO DOS AJUSTES LANCADOS                           *
000650*----------------------------------------------------------*
000660     SELECT HISTORICO-AJUSTES ASSIGN TO "CLIAJHST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-HISTORICO.
000690     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-AUDITORIA.
000720*----------------------------------------------------------*
000730* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
000740* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
000750* LINHA DO CLIAUDIT                                        *
000760*----------------------------------------------------------*
000770     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS AUDK-CHAVE
000810         FILE STATUS IS FS-AUDK.
000820     SELECT RELATORIO ASSIGN TO "RELAJU"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-RELATORIO.
000850*----------------------------------------------------------*
000860* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000870*----------------------------------------------------------*
000880     SELECT CONTROLE ASSIGN TO "CLICTRL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS FS-CONTROLE.
000910
000920 DATA                    DIVISION.
000930 FILE                    SECTION.
000940 FD  CLIENTES-MASTER
000950     LABEL RECORD IS STANDARD.
000960     COPY CLIREG.
000970
000980 FD  AJUSTES
000990     LABEL RECORD IS STANDARD.
001000     COPY CLIAJURG.
001010
001020 FD  HISTORICO-AJUSTES
001030     LABEL RECORD IS STANDARD.
001040 01  HST-REGISTRO.
001050     05  HST-DATA-LANCAMENTO  PICTURE 9(08).
001060     05  FILLER               PICTURE X(01) VALUE SPACES.
001070     05  HST-AJUSTE           PICTURE X(120).
001080
001090 FD  AUDITORIA
001100     LABEL RECORD IS STANDARD.
001110 01  AUD-LINHA                PICTURE X(100).
001120
001130 FD  AUDITORIA-CHAVEADA
001140     LABEL RECORD IS STANDARD.
001150     COPY CLIAUKRG.
001160
001170 FD  RELATORIO
001180     LABEL RECORD IS STANDARD.
001190 01  REL-LINHA               PICTURE X(132).
001200
001210 FD  CONTROLE
001220     LABEL RECORD IS STANDARD.
001230 01  CTRL-REGISTRO.
001240     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001250     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001260     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001270
001280 WORKING-STORAGE         SECTION.
001290 01  WRK-FLAGS.
001300     05  WRK-FIM-FILA    PICTURE X(01)      VALUE "N".
001310         88  FIM-ARQUIVO-FILA               VALUE "S".
001320 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001330 01  FS-AJUSTES          PICTURE X(02)      VALUE "00".
001340 01  FS-HISTORICO        PICTURE X(02)      VALUE "00".
001350 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001360 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001370 01  WRK-FLAGS-AUDK.
001380     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001390         88  ARQUIVO-AUDK-OK                VALUE "S".
001400     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001410         88  AUDK-GRAVADO                   VALUE "S".
001420 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001430 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001440 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001450 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001460 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001470 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001480 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
001490 77  WRK-VALOR-AJUSTE    PICTURE S9(10)     COMP VALUE ZEROS.
001500 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001510 77  WRK-CONT-CREDITOS   PICTURE 9(06)      COMP VALUE ZEROS.
001520 77  WRK-CONT-DEBITOS    PICTURE 9(06)      COMP VALUE ZEROS.
001530 77  WRK-CONT-RECUSADOS  PICTURE 9(06)      COMP VALUE ZEROS.
001540 77  WRK-TOTAL-CREDITOS  PICTURE S9(12)     COMP VALUE ZEROS.
001550 77  WRK-TOTAL-DEBITOS   PICTURE S9(12)     COMP VALUE ZEROS.
001560
001570*----------------------------------------------------------*
001580* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
001590*----------------------------------------------------------*
001600     COPY CLIAUDRG.
001610
001620*----------------------------------------------------------*
001630* LINHAS DO RELATORIO DOS AJUSTES                          *
001640*----------------------------------------------------------*
001650 01  REL-CABECALHO.
001660     05  FILLER              PICTURE X(44)
001670             VALUE "LANCAMENTO DE AJUSTES DE SALDO (CLIAJUST)  ".
001680     05  FILLER              PICTURE X(88) VALUE SPACES.
001690 01  REL-DETALHE.
001700     05  REL-DET-DATA        PICTURE 9(08).
001710     05  FILLER              PICTURE X(02) VALUE SPACES.
001720     05  REL-DET-ID          PICTURE 9(06).
001730     05  FILLER              PICTURE X(02) VALUE SPACES.
001740     05  REL-DET-MOTIVO      PICTURE 9(02).
001750     05  FILLER              PICTURE X(02) VALUE SPACES.
001760     05  REL-DET-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001770     05  FILLER              PICTURE X(02) VALUE SPACES.
001780     05  REL-DET-OPERADOR    PICTURE X(08).
001790     05  FILLER              PICTURE X(01) VALUE SPACES.
001800     05  REL-DET-APROVADOR   PICTURE X(08).
001810     05  FILLER              PICTURE X(02) VALUE SPACES.
001820     05  REL-DET-SITUACAO    PICTURE X(24).
001830     05  FILLER              PICTURE X(02) VALUE SPACES.
001840     05  REL-DET-HISTORICO   PICTURE X(30).
001850     05  FILLER              PICTURE X(15) VALUE SPACES.
001860 01  REL-RODAPE.
001870     05  REL-ROD-ROTULO      PICTURE X(30).
001880     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001890     05  FILLER              PICTURE X(84) VALUE SPACES.
001900
001910 PROCEDURE               DIVISION.
001920*----------------------------------------------------------*
001930* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001940*----------------------------------------------------------*
001950 0000-MAINLINE.
001960     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001970     PERFORM 2000-LANCAR-AJUSTE
001980             THRU 2000-LANCAR-AJUSTE-EXIT
001990             UNTIL FIM-ARQUIVO-FILA.
002000     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002010     GO TO 9999-EXIT.
002020
002030*----------------------------------------------------------*
002040* 1000-INICIALIZAR - ABRE OS ARQUIVOS E LE O 1o AJUSTE     *
002050*----------------------------------------------------------*
002060 1000-INICIALIZAR.
002070     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002080     OPEN I-O CLIENTES-MASTER.
002090     IF FS-CLIENTES-MASTER NOT = "00"
002100         DISPLAY "CLIAJUST: ERRO AO ABRIR CLIMSTR - STATUS "
002110                 FS-CLIENTES-MASTER
002120         MOVE 16 TO RETURN-CODE
002130         GO TO 9999-EXIT
002140     END-IF.
002150     OPEN I-O AJUSTES.
002160     IF FS-AJUSTES NOT = "00"
002170*        SEM A FILA NADA E LANCADO - RC 16 PARA A OPERACAO VER
002180*        QUE OS AJUSTES DO DIA FICARAM PARADOS.
002190         DISPLAY "CLIAJUST: ERRO AO ABRIR A FILA CLIAJPND - "
002200                 "STATUS " FS-AJUSTES
002210         CLOSE CLIENTES-MASTER
002220         MOVE 16 TO RETURN-CODE
002230         GO TO 9999-EXIT
002240     END-IF.
002250     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
002260             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
002270     OPEN EXTEND HISTORICO-AJUSTES.
002280     OPEN EXTEND AUDITORIA.
002290     OPEN I-O AUDITORIA-CHAVEADA.
002300     IF FS-AUDK = "00" OR FS-AUDK = "05"
002310         SET ARQUIVO-AUDK-OK TO TRUE
002320     ELSE
002330         DISPLAY "CLIAJUST: CLIAUDK INDISPONIVEL - STATUS "
002340                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
002350                 "CLIAUDKL)"
002360     END-IF.
002370     OPEN OUTPUT RELATORIO.
002380     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002390     MOVE LOW-VALUES TO AJU-CHAVE.
002400     START AJUSTES KEY IS NOT LESS THAN AJU-CHAVE
002410         INVALID KEY
002420             SET FIM-ARQUIVO-FILA TO TRUE
002430     END-START.
002440 1000-INICIALIZAR-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
002490*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
002500*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
002510*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
002520*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
002530*----------------------------------------------------------*
002540 1160-MARCAR-EM-PROCESSAMENTO.
002550     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
002560     OPEN INPUT CONTROLE.
002570     IF FS-CONTROLE = "00"
002580         READ CONTROLE
002590             AT END
002600                 CONTINUE
002610             NOT AT END
002620                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
002630                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
002640         END-READ
002650         CLOSE CONTROLE
002660     END-IF.
002670     OPEN OUTPUT CONTROLE.
002680     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
002690     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
002700     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
002710     WRITE CTRL-REGISTRO.
002720     CLOSE CONTROLE.
002730 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------*
002770* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
002780*                  CLICTRL AO FIM DO LANCAMENTO            *
002790*----------------------------------------------------------*
002800 1170-DESMARCAR-PROCESSAMENTO.
002810     OPEN OUTPUT CONTROLE.
002820     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
002830     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
002840     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
002850     WRITE CTRL-REGISTRO.
002860     CLOSE CONTROLE.
002870 1170-DESMARCAR-PROCESSAMENTO-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------*
002910* 2000-LANCAR-AJUSTE - LE O PROXIMO AJUSTE; O PENDENTE E   *
002920*                  LANCADO - CREDITA OU DEBITA O SALDO DO  *
002930*                  CLIENTE, COM LINHA DE AUDITORIA DE      *
002940*                  ORIGEM "A" (TAXA ZERADA, AUD-JUROS-DIA  *
002950*                  COM O VALOR COM SINAL, COMO NUM         *
002960*                  MOVIMENTO DO CLIMOVTO) - OU RECUSADO.   *
002970*                  OS JA LANCADOS OU RECUSADOS FICAM COMO  *
002980*                  ESTAO                                   *
002990*----------------------------------------------------------*
003000 2000-LANCAR-AJUSTE.
003010     PERFORM 2100-LER-FILA THRU 2100-LER-FILA-EXIT.
003020     IF FIM-ARQUIVO-FILA
003030         GO TO 2000-LANCAR-AJUSTE-EXIT
003040     END-IF.
003050     IF NOT AJU-PENDENTE
003060         GO TO 2000-LANCAR-AJUSTE-EXIT
003070     END-IF.
003080     ADD 1 TO WRK-CONT-LIDOS.
003090     MOVE AJU-DATA      TO REL-DET-DATA.
003100     MOVE AJU-CLIENTE   TO REL-DET-ID.
003110     MOVE AJU-MOTIVO    TO REL-DET-MOTIVO.
003120     MOVE AJU-OPERADOR  TO REL-DET-OPERADOR.
003130     MOVE AJU-APROVADOR TO REL-DET-APROVADOR.
003140     MOVE AJU-HISTORICO TO REL-DET-HISTORICO.
003150     IF AJU-DEBITO
003160         COMPUTE WRK-VALOR-AJUSTE = ZERO - AJU-VALOR
003170     ELSE
003180         MOVE AJU-VALOR TO WRK-VALOR-AJUSTE
003190     END-IF.
003200     MOVE WRK-VALOR-AJUSTE TO REL-DET-VALOR.
003210     IF NOT AJU-MOTIVO-VALIDO
003220             OR (NOT AJU-CREDITO AND NOT AJU-DEBITO)
003230             OR AJU-VALOR = ZEROS
003240         MOVE "AJUSTE MAL FORMADO" TO AJU-MOTIVO-RECUSA
003250         GO TO 2000-LANCAR-AJUSTE-RECUSA
003260     END-IF.
003270     MOVE AJU-CLIENTE TO CLI-ID.
003280     READ CLIENTES-MASTER
003290         INVALID KEY
003300             MOVE "CLIENTE INEXISTENTE" TO AJU-MOTIVO-RECUSA
003310             GO TO 2000-LANCAR-AJUSTE-RECUSA
003320     END-READ.
003330*    CONTA CONGELADA POR OBITO, BAIXADA A PREJUIZO OU
003340*    ENCERRADA NAO RECEBE AJUSTE (O MESMO BLOQUEIO DO
003350*    CLIMOVTO, MOTIVO 48).
003360     IF CLI-FALECIDO
003370         MOVE "CONTA FALECIDO" TO AJU-MOTIVO-RECUSA
003380         GO TO 2000-LANCAR-AJUSTE-RECUSA
003390     END-IF.
003400     IF CLI-PREJUIZO
003410         MOVE "CONTA EM PREJUIZO" TO AJU-MOTIVO-RECUSA
003420         GO TO 2000-LANCAR-AJUSTE-RECUSA
003430     END-IF.
003440     IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
003450         MOVE "CONTA ENCERRADA" TO AJU-MOTIVO-RECUSA
003460         GO TO 2000-LANCAR-AJUSTE-RECUSA
003470     END-IF.
003480     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
003490     ADD WRK-VALOR-AJUSTE TO CLI-SALDO.
003500     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
003510     MOVE AJU-CLIENTE        TO AUD-CLIENTE-ID.
003520     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
003530     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
003540     MOVE ZEROS              TO AUD-TAXA-APLICADA.
003550     MOVE WRK-VALOR-AJUSTE   TO AUD-JUROS-DIA.
003560     MOVE "A"                TO AUD-ORIGEM.
003570     MOVE ZEROS              TO AUD-SALDO-BASE.
003580     WRITE AUD-LINHA FROM AUD-REGISTRO.
003590     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
003600*    O AJUSTE E MARCADO LANCADO LOGO APOS A LINHA DE
003610*    AUDITORIA: UM REINICIO NUNCA O LANCA DUAS VEZES (SE O
003620*    ABEND CAIR ANTES DA REGRAVACAO DO MESTRE, O CLIVERIF
003630*    ACUSA A DIFERENCA ENTRE A TRILHA E O SALDO).
003640     SET AJU-LANCADO TO TRUE.
003650     MOVE WRK-DATA-EXECUCAO TO AJU-DATA-LANCAMENTO.
003660     MOVE SPACES TO AJU-MOTIVO-RECUSA.
003670     PERFORM 2200-REGRAVAR-AJUSTE THRU 2200-REGRAVAR-AJUSTE-EXIT.
003680     REWRITE CLI-REGISTRO.
003690     IF FS-CLIENTES-MASTER NOT = "00"
003700         DISPLAY "CLIAJUST: ERRO AO REGRAVAR CLIENTE "
003710                 AJU-CLIENTE " STATUS " FS-CLIENTES-MASTER
003720     END-IF.
003730     MOVE WRK-DATA-EXECUCAO TO HST-DATA-LANCAMENTO.
003740     MOVE AJU-REGISTRO      TO HST-AJUSTE.
003750     WRITE HST-REGISTRO.
003760     IF AJU-CREDITO
003770         MOVE "CREDITO LANCADO         " TO REL-DET-SITUACAO
003780         ADD 1 TO WRK-CONT-CREDITOS
003790         ADD AJU-VALOR TO WRK-TOTAL-CREDITOS
003800     ELSE
003810         MOVE "DEBITO LANCADO          " TO REL-DET-SITUACAO
003820         ADD 1 TO WRK-CONT-DEBITOS
003830         ADD AJU-VALOR TO WRK-TOTAL-DEBITOS
003840     END-IF.
003850     GO TO 2000-LANCAR-AJUSTE-IMPRIMIR.
003860 2000-LANCAR-AJUSTE-RECUSA.
003870     SET AJU-RECUSADO TO TRUE.
003880     MOVE WRK-DATA-EXECUCAO TO AJU-DATA-LANCAMENTO.
003890     MOVE AJU-MOTIVO-RECUSA TO REL-DET-SITUACAO.
003900     ADD 1 TO WRK-CONT-RECUSADOS.
003910     PERFORM 2200-REGRAVAR-AJUSTE THRU 2200-REGRAVAR-AJUSTE-EXIT.
003920 2000-LANCAR-AJUSTE-IMPRIMIR.
003930     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
003940 2000-LANCAR-AJUSTE-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------*
003980* 2100-LER-FILA - LEITURA SEQUENCIAL DO CLIAJPND           *
003990*----------------------------------------------------------*
004000 2100-LER-FILA.
004010     READ AJUSTES NEXT RECORD
004020         AT END
004030             SET FIM-ARQUIVO-FILA TO TRUE
004040     END-READ.
004050 2100-LER-FILA-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------*
004090* 2200-REGRAVAR-AJUSTE - GRAVA A SITUACAO NOVA DO AJUSTE   *
004100*                  (LANCADO OU RECUSADO) NO CLIAJPND       *
004110*----------------------------------------------------------*
004120 2200-REGRAVAR-AJUSTE.
004130     REWRITE AJU-REGISTRO.
004140     IF FS-AJUSTES NOT = "00"
004150         DISPLAY "CLIAJUST: ERRO AO REGRAVAR O AJUSTE DO CLIENTE "
004160                 AJU-CLIENTE " STATUS " FS-AJUSTES
004170     END-IF.
004180 2200-REGRAVAR-AJUSTE-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------*
004220* 9000-FINALIZAR - IMPRIME OS TOTAIS, FECHA OS ARQUIVOS,   *
004230*                  SOLTA A TRAVA E DEVOLVE O CODIGO DE     *
004240*                  RETORNO DO STEP                         *
004250*----------------------------------------------------------*
004260 9000-FINALIZAR.
004270     MOVE "AJUSTES PENDENTES LIDOS       " TO REL-ROD-ROTULO.
004280     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
004290     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
004300     MOVE "CREDITOS LANCADOS             " TO REL-ROD-ROTULO.
004310     MOVE WRK-CONT-CREDITOS TO REL-ROD-VALOR.
004320     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004330     MOVE "VALOR TOTAL DOS CREDITOS      " TO REL-ROD-ROTULO.
004340     MOVE WRK-TOTAL-CREDITOS TO REL-ROD-VALOR.
004350     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004360     MOVE "DEBITOS LANCADOS              " TO REL-ROD-ROTULO.
004370     MOVE WRK-CONT-DEBITOS TO REL-ROD-VALOR.
004380     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004390     MOVE "VALOR TOTAL DOS DEBITOS       " TO REL-ROD-ROTULO.
004400     MOVE WRK-TOTAL-DEBITOS TO REL-ROD-VALOR.
004410     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004420     MOVE "AJUSTES RECUSADOS             " TO REL-ROD-ROTULO.
004430     MOVE WRK-CONT-RECUSADOS TO REL-ROD-VALOR.
004440     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004450     CLOSE CLIENTES-MASTER AJUSTES HISTORICO-AJUSTES
004460             AUDITORIA RELATORIO.
004470     IF ARQUIVO-AUDK-OK
004480         CLOSE AUDITORIA-CHAVEADA
004490     END-IF.
004500     PERFORM 1170-DESMARCAR-PROCESSAMENTO
004510             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004520     IF WRK-CONT-RECUSADOS > ZEROS
004530         MOVE 4 TO RETURN-CODE
004540     END-IF.
004550 9000-FINALIZAR-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------*
004590* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
004600*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
004610*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
004620*----------------------------------------------------------*
004630 7700-ESPELHAR-AUDK.
004640     IF NOT ARQUIVO-AUDK-OK
004650         GO TO 7700-ESPELHAR-AUDK-EXIT
004660     END-IF.
004670     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
004680     MOVE AUD-DATA       TO AUDK-DATA.
004690     MOVE AUD-REGISTRO   TO AUDK-LINHA.
004700     MOVE "N" TO WRK-AUDK-OK.
004710     MOVE 1 TO WRK-AUDK-SEQ.
004720     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
004730             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
004740     IF NOT AUDK-GRAVADO
004750         DISPLAY "CLIAJUST: ESPELHO CLIAUDK NAO GRAVADO "
004760                 "PARA O CLIENTE " AUDK-CLIENTE
004770     END-IF.
004780 7700-ESPELHAR-AUDK-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------*
004820* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
004830*                 DUPLICADA AVANCA A SEQUENCIA             *
004840*----------------------------------------------------------*
004850 7750-TENTAR-AUDK.
004860     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
004870     WRITE AUDK-REGISTRO
004880         INVALID KEY
004890             ADD 1 TO WRK-AUDK-SEQ
004900         NOT INVALID KEY
004910             SET AUDK-GRAVADO TO TRUE
004920     END-WRITE.
004930 7750-TENTAR-AUDK-EXIT.
004940     EXIT.
004950 9999-EXIT.
004960     STOP RUN.
