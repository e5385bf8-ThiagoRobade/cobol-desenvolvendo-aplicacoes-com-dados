000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIMAIOR.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - PASSADA MENSAL DAS  *
000120*                    CONTAS DE TITULAR MENOR               *
000130*                    (CLI-DATA-NASCIMENTO E RESPONSAVEL    *
000140*                    LEGAL NO CLIMSTR, CAPTURADOS PELO     *
000150*                    CLIMAINT): O TITULAR QUE COMPLETA 18  *
000160*                    ANOS ATE O FIM DO MES SEGUINTE RECEBE *
000170*                    CARTA CONVITE PARA ATUALIZAR O        *
000180*                    CADASTRO NO CARTAS (ENDERECO          *
000190*                    DIVERGENTE NO CEP VAI PARA O CARTADIV *
000200*                    COMO NO CLICARTA); O TITULAR QUE JA   *
000210*                    FEZ 18 ANOS TEM O VINCULO DO          *
000220*                    RESPONSAVEL DESFEITO NO MESTRE, COM   *
000230*                    LINHA NO CLIMLOG. O CLIMOVTO JA DEIXA *
000240*                    DE EXIGIR O RESPONSAVEL NO DIA DO     *
000250*                    ANIVERSARIO. LISTAO POR AGENCIA NO    *
000260*                    RELMAI. O CONTROLE CLIMAICT GUARDA O  *
000270*                    FIM DA ULTIMA JANELA DE CARTAS: A     *
000280*                    PROXIMA PASSADA COMECA DALI (SEM      *
000290*                    CARTA REPETIDA NEM ANIVERSARIO        *
000300*                    PERDIDO) E UMA SEGUNDA PASSADA NO MES *
000310*                    TERMINA SEM FAZER NADA. A TRAVA DO    *
000320*                    CLICTRL FICA DE PE DURANTE A          *
000330*                    ATUALIZACAO DO MESTRE.                *
000340* 2026-10-15 EBC     CADA CARTA CARTMAI IMPRESSA E ANOTADA *
000350*                    NO CLICORR (COPY CLICORRG, DD         *
000360*                    OPCIONAL) PARA O ENVELOPAMENTO E O    *
000370*                    MANIFESTO DO CLIENVEL, COMO NOS       *
000380*                    DEMAIS PRODUTORES DE CARTA.           *
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
000530* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000540*----------------------------------------------------------*
000550     SELECT CONTROLE ASSIGN TO "CLICTRL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS FS-CONTROLE.
000580*----------------------------------------------------------*
000590* CONTROLE DA ULTIMA PASSADA (FIM DA JANELA DE CARTAS)     *
000600*----------------------------------------------------------*
000610     SELECT CONTROLE-MAIORIDADE ASSIGN TO "CLIMAICT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FS-CONTROLE-MAI.
000640*----------------------------------------------------------*
000650* LOG DE MANUTENCAO - FIM DO VINCULO DO RESPONSAVEL        *
000660*----------------------------------------------------------*
000670     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-LOG-MANUTENCAO.
000700*----------------------------------------------------------*
000710* ARQUIVO DE TRABALHO DA CLASSIFICACAO POR AGENCIA         *
000720*----------------------------------------------------------*
000730     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000740*----------------------------------------------------------*
000750* CARTAS CONVITE E DESVIO DE ENDERECO DIVERGENTE           *
000760*----------------------------------------------------------*
000770     SELECT CARTAS ASSIGN TO "CARTAS"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-CARTAS.
000800     SELECT CARTAS-DESVIADAS ASSIGN TO "CARTADIV"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-CARTAS-DESVIADAS.
000830*----------------------------------------------------------*
000840* ITENS DO CORREIO DO DIA, CONSOLIDADOS EM ENVELOPE PELO   *
000850* CLIENVEL                                                 *
000860*----------------------------------------------------------*
000870     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-CORRESPONDENCIA.
000900*----------------------------------------------------------*
000910* LISTAO DE MAIORIDADES, POR AGENCIA                       *
000920*----------------------------------------------------------*
000930     SELECT RELATORIO ASSIGN TO "RELMAI"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-RELATORIO.
000960
000970 DATA                    DIVISION.
000980 FILE                    SECTION.
000990 FD  CLIENTES-MASTER
001000     LABEL RECORD IS STANDARD.
001010     COPY CLIREG.
001020
001030 FD  CONTROLE-MAIORIDADE
001040     LABEL RECORD IS STANDARD.
001050 01  MAICT-REGISTRO.
001060     05  MAICT-FIM-JANELA     PICTURE 9(08).
001070
001080 FD  LOG-MANUTENCAO
001090     LABEL RECORD IS STANDARD.
001100 01  MLOG-LINHA               PICTURE X(120).
001110
001120 SD  CLASSIFICACAO.
001130 01  SRT-REGISTRO.
001140     05  SRT-AGENCIA          PICTURE 9(04).
001150     05  SRT-MAIORIDADE       PICTURE 9(08).
001160     05  SRT-CLIENTE          PICTURE 9(06).
001170     05  SRT-NOME             PICTURE X(20).
001180     05  SRT-RESP-CPF         PICTURE 9(11).
001190     05  SRT-RESP-NOME        PICTURE X(20).
001200     05  SRT-VINCULO          PICTURE X(01).
001210         88  SRT-VINCULO-ENCERRADO          VALUE "E".
001220     05  SRT-CARTA            PICTURE X(01).
001230
001240 FD  CARTAS
001250     LABEL RECORD IS STANDARD.
001260 01  CARTA-LINHA              PICTURE X(132).
001270
001280 FD  CARTAS-DESVIADAS
001290     LABEL RECORD IS STANDARD.
001300 01  DESV-REGISTRO.
001310     05  DESV-AGENCIA        PICTURE 9(04).
001320     05  FILLER              PICTURE X(01) VALUE SPACES.
001330     05  DESV-CLIENTE        PICTURE 9(06).
001340     05  FILLER              PICTURE X(01) VALUE SPACES.
001350     05  DESV-NOME           PICTURE X(20).
001360     05  FILLER              PICTURE X(01) VALUE SPACES.
001370     05  DESV-MOTIVO         PICTURE X(30).
001380     05  FILLER              PICTURE X(17) VALUE SPACES.
001390
001400 FD  CORRESPONDENCIA
001410     LABEL RECORD IS STANDARD.
001420     COPY CLICORRG.
001430
001440 FD  RELATORIO
001450     LABEL RECORD IS STANDARD.
001460 01  REL-LINHA               PICTURE X(132).
001470
001480 FD  CONTROLE
001490     LABEL RECORD IS STANDARD.
001500 01  CTRL-REGISTRO.
001510     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001520     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001530     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001540
001550 WORKING-STORAGE         SECTION.
001560 01  WRK-FLAGS.
001570     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001580         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
001590     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
001600         88  FIM-CLASSIFICACAO              VALUE "S".
001610 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001620 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001630 01  FS-CONTROLE-MAI     PICTURE X(02)      VALUE "00".
001640 01  FS-LOG-MANUTENCAO   PICTURE X(02)      VALUE "00".
001650 01  FS-CARTAS           PICTURE X(02)      VALUE "00".
001660 01  FS-CARTAS-DESVIADAS PICTURE X(02)      VALUE "00".
001670 01  FS-CORRESPONDENCIA  PICTURE X(02)      VALUE "00".
001680 01  WRK-FLAGS-CORR.
001690     05  WRK-TEM-CORR    PICTURE X(01)      VALUE "N".
001700         88  ARQUIVO-CORR-OK                VALUE "S".
001710 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001720 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001730 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001740 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001750 77  WRK-INICIO-JANELA   PICTURE 9(08)      VALUE ZEROS.
001760 77  WRK-DATA-MAIORIDADE PICTURE 9(08)      VALUE ZEROS.
001770 77  WRK-HORA-COMPLETA   PICTURE 9(08)      VALUE ZEROS.
001780 77  WRK-QUOCIENTE       PICTURE 9(04)      COMP VALUE ZEROS.
001790 77  WRK-RESTO-4         PICTURE 9(04)      COMP VALUE ZEROS.
001800 77  WRK-RESTO-100       PICTURE 9(04)      COMP VALUE ZEROS.
001810 77  WRK-RESTO-400       PICTURE 9(04)      COMP VALUE ZEROS.
001820 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001830 77  WRK-CONT-MENORES    PICTURE 9(06)      COMP VALUE ZEROS.
001840 77  WRK-CONT-CONVITES   PICTURE 9(06)      COMP VALUE ZEROS.
001850 77  WRK-CONT-CARTAS     PICTURE 9(06)      COMP VALUE ZEROS.
001860 77  WRK-CONT-DESVIADAS  PICTURE 9(06)      COMP VALUE ZEROS.
001870 77  WRK-CONT-VINCULOS   PICTURE 9(06)      COMP VALUE ZEROS.
001880 77  WRK-CONT-AGENCIA    PICTURE 9(06)      COMP VALUE ZEROS.
001890 77  WRK-AGENCIA-ATUAL   PICTURE 9(04)      VALUE 9999.
001900
001910*----------------------------------------------------------*
001920* FIM DA JANELA DE CARTAS (ULTIMO DIA DO MES SEGUINTE)     *
001930*----------------------------------------------------------*
001940 01  WRK-FIM-JANELA      PICTURE 9(08)      VALUE ZEROS.
001950 01  WRK-FIM-JANELA-R    REDEFINES WRK-FIM-JANELA.
001960     05  WRK-JAN-ANO     PICTURE 9(04).
001970     05  WRK-JAN-MES     PICTURE 9(02).
001980     05  WRK-JAN-DIA     PICTURE 9(02).
001990
002000*----------------------------------------------------------*
002010* DIAS DE CADA MES (FEVEREIRO CORRIGIDO NO ANO BISSEXTO)   *
002020*----------------------------------------------------------*
002030 01  TAB-DIAS-MES-VALORES.
002040     05  FILLER              PICTURE X(24)
002050         VALUE "312831303130313130313031".
002060 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
002070     05  TAB-DIAS            PICTURE 9(02) OCCURS 12 TIMES.
002080
002090*----------------------------------------------------------*
002100* IMAGENS DO RESPONSAVEL NO LOG (ANTES) E DA MAIORIDADE    *
002110* (DEPOIS), NOS MOLDES DO CLIMAINT                         *
002120*----------------------------------------------------------*
002130 01  WRK-IMAGEM-RESP.
002140     05  WRK-IMG-RESP-CPF    PICTURE 9(11).
002150     05  FILLER              PICTURE X(01)      VALUE SPACES.
002160     05  WRK-IMG-RESP-NOME   PICTURE X(22).
002170 01  WRK-IMAGEM-MAIOR.
002180     05  FILLER              PICTURE X(14)
002190             VALUE "MAIORIDADE EM ".
002200     05  WRK-IMG-MAIORIDADE  PICTURE 9(08).
002210     05  FILLER              PICTURE X(12)      VALUE SPACES.
002220
002230*----------------------------------------------------------*
002240* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
002250* CLIMAINT - OPERADOR "CLIMAIOR" IDENTIFICA O LOTE         *
002260*----------------------------------------------------------*
002270 01  MLOG-REGISTRO.
002280     05  MLOG-DATA            PICTURE 9(08).
002290     05  FILLER               PICTURE X(01) VALUE SPACES.
002300     05  MLOG-HORA            PICTURE 9(06).
002310     05  FILLER               PICTURE X(01) VALUE SPACES.
002320     05  MLOG-OPERADOR        PICTURE X(08).
002330     05  FILLER               PICTURE X(01) VALUE SPACES.
002340     05  MLOG-FUNCAO          PICTURE X(01).
002350     05  FILLER               PICTURE X(01) VALUE SPACES.
002360     05  MLOG-CLIENTE         PICTURE 9(06).
002370     05  FILLER               PICTURE X(01) VALUE SPACES.
002380     05  MLOG-CAMPO           PICTURE X(12).
002390     05  FILLER               PICTURE X(01) VALUE SPACES.
002400     05  MLOG-ANTES           PICTURE X(34).
002410     05  FILLER               PICTURE X(01) VALUE SPACES.
002420     05  MLOG-DEPOIS          PICTURE X(34).
002430     05  FILLER               PICTURE X(04) VALUE SPACES.
002440
002450*----------------------------------------------------------*
002460* LINHAS DA CARTA CONVITE                                  *
002470*----------------------------------------------------------*
002480 01  CARTA-SEPARADOR.
002490     05  FILLER              PICTURE X(40)
002500             VALUE ALL "=".
002510     05  FILLER              PICTURE X(92) VALUE SPACES.
002520 01  CARTA-DESTINATARIO.
002530     05  FILLER              PICTURE X(06) VALUE "PARA: ".
002540     05  CARTA-NOME          PICTURE X(20).
002550     05  FILLER              PICTURE X(02) VALUE SPACES.
002560     05  CARTA-ENDERECO      PICTURE X(30).
002570     05  FILLER              PICTURE X(74) VALUE SPACES.
002580 01  CARTA-CIDADE-LINHA.
002590     05  FILLER              PICTURE X(06) VALUE SPACES.
002600     05  CARTA-CIDADE        PICTURE X(20).
002610     05  FILLER              PICTURE X(01) VALUE "-".
002620     05  CARTA-UF            PICTURE X(02).
002630     05  FILLER              PICTURE X(05) VALUE " CEP ".
002640     05  CARTA-CEP           PICTURE 9(08).
002650     05  FILLER              PICTURE X(90) VALUE SPACES.
002660 01  CARTA-TEXTO-1.
002670     05  FILLER              PICTURE X(44)
002680             VALUE "AO COMPLETAR 18 ANOS VOCE PASSA A MOVIMENTAR".
002690     05  FILLER              PICTURE X(44)
002700             VALUE " SUA CONTA SEM O RESPONSAVEL LEGAL, CUJA ".
002710     05  FILLER              PICTURE X(44)
002720             VALUE "AUTORIZACAO TERMINA NA DATA ABAIXO.".
002730 01  CARTA-CONTA-LINHA.
002740     05  FILLER              PICTURE X(30)
002750             VALUE "CONTA:                        ".
002760     05  CARTA-CONTA         PICTURE 9(06).
002770     05  FILLER              PICTURE X(96) VALUE SPACES.
002780 01  CARTA-MAIORIDADE-LINHA.
002790     05  FILLER              PICTURE X(30)
002800             VALUE "DATA DA MAIORIDADE:           ".
002810     05  CARTA-MAIORIDADE    PICTURE 9999/99/99.
002820     05  FILLER              PICTURE X(92) VALUE SPACES.
002830 01  CARTA-TEXTO-2.
002840     05  FILLER              PICTURE X(44)
002850             VALUE "CONVIDAMOS VOCE A COMPARECER A SUA AGENCIA ".
002860     05  FILLER              PICTURE X(44)
002870             VALUE "PARA ATUALIZAR O CADASTRO, COM DOCUMENTO DE ".
002880     05  FILLER              PICTURE X(44)
002890             VALUE "IDENTIFICACAO E COMPROVANTE DE ENDERECO.".
002900
002910*----------------------------------------------------------*
002920* LINHAS DO LISTAO DE MAIORIDADES                          *
002930*----------------------------------------------------------*
002940 01  REL-CABECALHO.
002950     05  FILLER              PICTURE X(44)
002960             VALUE "CONTAS DE MENOR - MAIORIDADE (CLIMAIOR) EM ".
002970     05  REL-CAB-DATA        PICTURE 9999/99/99.
002980     05  FILLER              PICTURE X(78) VALUE SPACES.
002990 01  REL-LINHA-JANELA.
003000     05  FILLER              PICTURE X(36)
003010             VALUE "CARTAS PARA MAIORIDADE APOS".
003020     05  REL-JAN-INICIO      PICTURE 9999/99/99.
003030     05  FILLER              PICTURE X(06) VALUE " ATE ".
003040     05  REL-JAN-FIM         PICTURE 9999/99/99.
003050     05  FILLER              PICTURE X(70) VALUE SPACES.
003060 01  REL-LINHA-AGENCIA.
003070     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
003080     05  REL-AG-CODIGO       PICTURE 9(04).
003090     05  FILLER              PICTURE X(120) VALUE SPACES.
003100 01  REL-DETALHE.
003110     05  FILLER              PICTURE X(02) VALUE SPACES.
003120     05  REL-DET-ID          PICTURE 9(06).
003130     05  FILLER              PICTURE X(02) VALUE SPACES.
003140     05  REL-DET-NOME        PICTURE X(20).
003150     05  FILLER              PICTURE X(02) VALUE SPACES.
003160     05  REL-DET-MAIORIDADE  PICTURE 9999/99/99.
003170     05  FILLER              PICTURE X(02) VALUE SPACES.
003180     05  REL-DET-RESP-CPF    PICTURE 9(11).
003190     05  FILLER              PICTURE X(01) VALUE SPACES.
003200     05  REL-DET-RESP-NOME   PICTURE X(20).
003210     05  FILLER              PICTURE X(02) VALUE SPACES.
003220     05  REL-DET-SITUACAO    PICTURE X(10).
003230     05  FILLER              PICTURE X(02) VALUE SPACES.
003240     05  REL-DET-VINCULO     PICTURE X(17).
003250     05  FILLER              PICTURE X(02) VALUE SPACES.
003260     05  REL-DET-CARTA       PICTURE X(15).
003270     05  FILLER              PICTURE X(08) VALUE SPACES.
003280 01  REL-TOTAL-AGENCIA.
003290     05  FILLER              PICTURE X(02) VALUE SPACES.
003300     05  FILLER              PICTURE X(20)
003310             VALUE "CONTAS DA AGENCIA   ".
003320     05  REL-TAG-QTD         PICTURE Z.ZZZ.ZZ9.
003330     05  FILLER              PICTURE X(101) VALUE SPACES.
003340 01  REL-RODAPE.
003350     05  REL-ROD-ROTULO      PICTURE X(30).
003360     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
003370     05  FILLER              PICTURE X(93) VALUE SPACES.
003380
003390 PROCEDURE               DIVISION.
003400*----------------------------------------------------------*
003410* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003420*----------------------------------------------------------*
003430 0000-MAINLINE.
003440     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003450     SORT CLASSIFICACAO
003460             ON ASCENDING KEY SRT-AGENCIA SRT-MAIORIDADE
003470                     SRT-CLIENTE
003480             INPUT PROCEDURE IS 2000-AVALIAR-TITULARES
003490                     THRU 2000-AVALIAR-TITULARES-EXIT
003500             OUTPUT PROCEDURE IS 3000-IMPRIMIR-LISTAO
003510                     THRU 3000-IMPRIMIR-LISTAO-EXIT.
003520     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003530     GO TO 9999-EXIT.
003540
003550*----------------------------------------------------------*
003560* 1000-INICIALIZAR - JANELA DE CARTAS, GUARDA DE MES E     *
003570*                    ABERTURAS                             *
003580*----------------------------------------------------------*
003590 1000-INICIALIZAR.
003600     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003610     PERFORM 1100-CALCULAR-JANELA THRU 1100-CALCULAR-JANELA-EXIT.
003620     PERFORM 1150-VERIFICAR-MES THRU 1150-VERIFICAR-MES-EXIT.
003630     OPEN I-O CLIENTES-MASTER.
003640     IF FS-CLIENTES-MASTER NOT = "00"
003650         DISPLAY "CLIMAIOR: ERRO AO ABRIR CLIMSTR - STATUS "
003660                 FS-CLIENTES-MASTER
003670         MOVE 16 TO RETURN-CODE
003680         GO TO 9999-EXIT
003690     END-IF.
003700     OPEN EXTEND LOG-MANUTENCAO.
003710     IF FS-LOG-MANUTENCAO NOT = "00"
003720         DISPLAY "CLIMAIOR: ERRO AO ABRIR CLIMLOG - STATUS "
003730                 FS-LOG-MANUTENCAO
003740         CLOSE CLIENTES-MASTER
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 9999-EXIT
003770     END-IF.
003780*    O LOTE ATUALIZA O MESTRE: LIGA A TRAVA DO CLICTRL
003790*    PARA O CLIMAINT NAO ATUALIZAR POR BAIXO DA PASSADA.
003800     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003810             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003820     OPEN OUTPUT CARTAS.
003830     OPEN OUTPUT CARTAS-DESVIADAS.
003840     OPEN EXTEND CORRESPONDENCIA.
003850     IF FS-CORRESPONDENCIA = "00"
003860         SET ARQUIVO-CORR-OK TO TRUE
003870     ELSE
003880         DISPLAY "CLIMAIOR: CLICORR INDISPONIVEL - STATUS "
003890                 FS-CORRESPONDENCIA " - CARTAS FORA DO ENVELOPE"
003900     END-IF.
003910     OPEN OUTPUT RELATORIO.
003920     MOVE WRK-DATA-EXECUCAO TO REL-CAB-DATA.
003930     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003940     MOVE WRK-INICIO-JANELA TO REL-JAN-INICIO.
003950     MOVE WRK-FIM-JANELA    TO REL-JAN-FIM.
003960     WRITE REL-LINHA FROM REL-LINHA-JANELA
003970             AFTER ADVANCING 1 LINE.
003980 1000-INICIALIZAR-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020* 1100-CALCULAR-JANELA - FIM DA JANELA DE CARTAS: ULTIMO   *
004030*                    DIA DO MES SEGUINTE AO DA EXECUCAO,   *
004040*                    PARA A CARTA CHEGAR ANTES DO          *
004050*                    ANIVERSARIO                           *
004060*----------------------------------------------------------*
004070 1100-CALCULAR-JANELA.
004080     MOVE WRK-DATA-EXECUCAO TO WRK-FIM-JANELA.
004090     IF WRK-JAN-MES < 12
004100         ADD 1 TO WRK-JAN-MES
004110     ELSE
004120         MOVE 1 TO WRK-JAN-MES
004130         ADD 1 TO WRK-JAN-ANO
004140     END-IF.
004150     MOVE TAB-DIAS (WRK-JAN-MES) TO WRK-JAN-DIA.
004160     IF WRK-JAN-MES = 2
004170         DIVIDE WRK-JAN-ANO BY 4 GIVING WRK-QUOCIENTE
004180                 REMAINDER WRK-RESTO-4
004190         DIVIDE WRK-JAN-ANO BY 100 GIVING WRK-QUOCIENTE
004200                 REMAINDER WRK-RESTO-100
004210         DIVIDE WRK-JAN-ANO BY 400 GIVING WRK-QUOCIENTE
004220                 REMAINDER WRK-RESTO-400
004230         IF WRK-RESTO-4 = ZEROS
004240                 AND (WRK-RESTO-100 NOT = ZEROS
004250                      OR WRK-RESTO-400 = ZEROS)
004260             MOVE 29 TO WRK-JAN-DIA
004270         END-IF
004280     END-IF.
004290 1100-CALCULAR-JANELA-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330* 1150-VERIFICAR-MES - A JANELA COMECA NO FIM DA ANTERIOR  *
004340*                    (CLIMAICT); SEM CONTROLE, NA DATA DE  *
004350*                    EXECUCAO. JANELA JA COBERTA TERMINA   *
004360*                    LIMPO SEM FAZER NADA                  *
004370*----------------------------------------------------------*
004380 1150-VERIFICAR-MES.
004390     MOVE WRK-DATA-EXECUCAO TO WRK-INICIO-JANELA.
004400     OPEN INPUT CONTROLE-MAIORIDADE.
004410     IF FS-CONTROLE-MAI = "00"
004420         READ CONTROLE-MAIORIDADE
004430             AT END
004440                 CONTINUE
004450             NOT AT END
004460                 IF MAICT-FIM-JANELA IS NUMERIC
004470                         AND MAICT-FIM-JANELA NOT = ZEROS
004480                     MOVE MAICT-FIM-JANELA TO WRK-INICIO-JANELA
004490                 END-IF
004500         END-READ
004510         CLOSE CONTROLE-MAIORIDADE
004520     END-IF.
004530     IF WRK-INICIO-JANELA NOT < WRK-FIM-JANELA
004540         DISPLAY "CLIMAIOR: MAIORIDADES ATE " WRK-FIM-JANELA
004550                 " JA TRATADAS - NADA A FAZER"
004560         GO TO 9999-EXIT
004570     END-IF.
004580 1150-VERIFICAR-MES-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------*
004620* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
004630*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
004640*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
004650*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
004660*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
004670*----------------------------------------------------------*
004680 1160-MARCAR-EM-PROCESSAMENTO.
004690     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
004700     OPEN INPUT CONTROLE.
004710     IF FS-CONTROLE = "00"
004720         READ CONTROLE
004730             AT END
004740                 CONTINUE
004750             NOT AT END
004760                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
004770                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
004780         END-READ
004790         CLOSE CONTROLE
004800     END-IF.
004810     OPEN OUTPUT CONTROLE.
004820     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004830     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
004840     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004850     WRITE CTRL-REGISTRO.
004860     CLOSE CONTROLE.
004870 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------*
004910* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
004920*                  CLICTRL AO FIM DA PASSADA               *
004930*----------------------------------------------------------*
004940 1170-DESMARCAR-PROCESSAMENTO.
004950     OPEN OUTPUT CONTROLE.
004960     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004970     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
004980     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004990     WRITE CTRL-REGISTRO.
005000     CLOSE CONTROLE.
005010 1170-DESMARCAR-PROCESSAMENTO-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------*
005050* 2000-AVALIAR-TITULARES - VARRE O MESTRE E LIBERA PARA O  *
005060*                    LISTAO AS CONTAS COM CARTA OU COM O   *
005070*                    VINCULO DO RESPONSAVEL DESFEITO       *
005080*----------------------------------------------------------*
005090 2000-AVALIAR-TITULARES.
005100     PERFORM 2100-LER-PROXIMO-CLIENTE
005110             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
005120     PERFORM 2050-AVALIAR-CLIENTE
005130             THRU 2050-AVALIAR-CLIENTE-EXIT
005140             UNTIL FIM-ARQUIVO-CLIENTES.
005150 2000-AVALIAR-TITULARES-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------*
005190* 2050-AVALIAR-CLIENTE - SO CONTA ATIVA OU DORMENTE NAO    *
005200*                    ENCERRADA, COM DATA DE NASCIMENTO.    *
005210*                    MAIORIDADE DENTRO DA JANELA RECEBE A  *
005220*                    CARTA; MAIORIDADE JA ALCANCADA COM    *
005230*                    RESPONSAVEL AINDA LIGADO PERDE O      *
005240*                    VINCULO                               *
005250*----------------------------------------------------------*
005260 2050-AVALIAR-CLIENTE.
005270     IF (NOT CLI-ATIVO AND NOT CLI-DORMENTE)
005280             OR CLI-DATA-ENCERRAMENTO NOT = ZEROS
005290         GO TO 2050-AVALIAR-CLIENTE-LER
005300     END-IF.
005310     IF CLI-DATA-NASCIMENTO NOT NUMERIC
005320             OR CLI-DATA-NASCIMENTO = ZEROS
005330         GO TO 2050-AVALIAR-CLIENTE-LER
005340     END-IF.
005350*    AAAAMMDD MAIS 18 ANOS, COMO NO CLIMOVTO.
005360     COMPUTE WRK-DATA-MAIORIDADE = CLI-DATA-NASCIMENTO + 180000.
005370     IF WRK-DATA-MAIORIDADE > WRK-FIM-JANELA
005380         ADD 1 TO WRK-CONT-MENORES
005390         GO TO 2050-AVALIAR-CLIENTE-LER
005400     END-IF.
005410     MOVE SPACES TO SRT-VINCULO SRT-CARTA.
005420     MOVE CLI-RESP-CPF  TO SRT-RESP-CPF.
005430     MOVE CLI-RESP-NOME TO SRT-RESP-NOME.
005440     IF WRK-DATA-MAIORIDADE > WRK-INICIO-JANELA
005450         ADD 1 TO WRK-CONT-CONVITES
005460         PERFORM 2400-EMITIR-CARTA THRU 2400-EMITIR-CARTA-EXIT
005470     END-IF.
005480     IF WRK-DATA-MAIORIDADE NOT > WRK-DATA-EXECUCAO
005490             AND CLI-RESP-CPF IS NUMERIC
005500             AND CLI-RESP-CPF NOT = ZEROS
005510         PERFORM 2500-ENCERRAR-VINCULO
005520                 THRU 2500-ENCERRAR-VINCULO-EXIT
005530     END-IF.
005540     IF SRT-CARTA = SPACES AND SRT-VINCULO = SPACES
005550         GO TO 2050-AVALIAR-CLIENTE-LER
005560     END-IF.
005570     MOVE CLI-AGENCIA         TO SRT-AGENCIA.
005580     MOVE WRK-DATA-MAIORIDADE TO SRT-MAIORIDADE.
005590     MOVE CLI-ID              TO SRT-CLIENTE.
005600     MOVE CLI-NOME            TO SRT-NOME.
005610     RELEASE SRT-REGISTRO.
005620 2050-AVALIAR-CLIENTE-LER.
005630     PERFORM 2100-LER-PROXIMO-CLIENTE
005640             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
005650 2050-AVALIAR-CLIENTE-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------*
005690* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
005700*----------------------------------------------------------*
005710 2100-LER-PROXIMO-CLIENTE.
005720     READ CLIENTES-MASTER NEXT RECORD
005730         AT END
005740             SET FIM-ARQUIVO-CLIENTES TO TRUE
005750         NOT AT END
005760             ADD 1 TO WRK-CONT-LIDOS
005770     END-READ.
005780 2100-LER-PROXIMO-CLIENTE-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820* 2400-EMITIR-CARTA - CARTA CONVITE DO TITULAR QUE ATINGE  *
005830*                  A MAIORIDADE; ENDERECO REPROVADO NO     *
005840*                  SCRUB DE CEP VAI PARA A LISTA DE        *
005850*                  TRATAMENTO DA AGENCIA                   *
005860*----------------------------------------------------------*
005870 2400-EMITIR-CARTA.
005880     IF ENDERECO-DIVERGENTE
005890         MOVE CLI-AGENCIA TO DESV-AGENCIA
005900         MOVE CLI-ID      TO DESV-CLIENTE
005910         MOVE CLI-NOME    TO DESV-NOME
005920         MOVE "ENDERECO DIVERGENTE NO CEP" TO DESV-MOTIVO
005930         WRITE DESV-REGISTRO
005940         ADD 1 TO WRK-CONT-DESVIADAS
005950         MOVE "D" TO SRT-CARTA
005960         GO TO 2400-EMITIR-CARTA-EXIT
005970     END-IF.
005980     MOVE CLI-NOME     TO CARTA-NOME.
005990     MOVE CLI-ENDERECO TO CARTA-ENDERECO.
006000     MOVE CLI-CIDADE   TO CARTA-CIDADE.
006010     MOVE CLI-UF       TO CARTA-UF.
006020     MOVE CLI-CEP      TO CARTA-CEP.
006030     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
006040             AFTER ADVANCING PAGE.
006050     WRITE CARTA-LINHA FROM CARTA-DESTINATARIO
006060             AFTER ADVANCING 1 LINE.
006070     WRITE CARTA-LINHA FROM CARTA-CIDADE-LINHA
006080             AFTER ADVANCING 1 LINE.
006090     WRITE CARTA-LINHA FROM CARTA-TEXTO-1
006100             AFTER ADVANCING 2 LINES.
006110     MOVE CLI-ID TO CARTA-CONTA.
006120     WRITE CARTA-LINHA FROM CARTA-CONTA-LINHA
006130             AFTER ADVANCING 1 LINE.
006140     MOVE WRK-DATA-MAIORIDADE TO CARTA-MAIORIDADE.
006150     WRITE CARTA-LINHA FROM CARTA-MAIORIDADE-LINHA
006160             AFTER ADVANCING 1 LINE.
006170     WRITE CARTA-LINHA FROM CARTA-TEXTO-2
006180             AFTER ADVANCING 2 LINES.
006190     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
006200             AFTER ADVANCING 1 LINE.
006210     ADD 1 TO WRK-CONT-CARTAS.
006220     PERFORM 7600-REGISTRAR-CORREIO
006230             THRU 7600-REGISTRAR-CORREIO-EXIT.
006240     MOVE "C" TO SRT-CARTA.
006250 2400-EMITIR-CARTA-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------*
006290* 2500-ENCERRAR-VINCULO - TITULAR JA MAIOR: DESFAZ O       *
006300*                  VINCULO DO RESPONSAVEL LEGAL NO MESTRE  *
006310*                  E REGISTRA NO CLIMLOG (FUNCAO "M")      *
006320*----------------------------------------------------------*
006330 2500-ENCERRAR-VINCULO.
006340     MOVE CLI-RESP-CPF  TO WRK-IMG-RESP-CPF.
006350     MOVE CLI-RESP-NOME TO WRK-IMG-RESP-NOME.
006360     MOVE ZEROS  TO CLI-RESP-CPF.
006370     MOVE SPACES TO CLI-RESP-NOME.
006380     REWRITE CLI-REGISTRO.
006390     IF FS-CLIENTES-MASTER NOT = "00"
006400         DISPLAY "CLIMAIOR: ERRO AO REGRAVAR CLIENTE "
006410                 CLI-ID " STATUS " FS-CLIENTES-MASTER
006420         MOVE 4 TO RETURN-CODE
006430         GO TO 2500-ENCERRAR-VINCULO-EXIT
006440     END-IF.
006450     MOVE "M" TO MLOG-FUNCAO.
006460     MOVE "RESPONSAVEL " TO MLOG-CAMPO.
006470     MOVE WRK-IMAGEM-RESP TO MLOG-ANTES.
006480     MOVE WRK-DATA-MAIORIDADE TO WRK-IMG-MAIORIDADE.
006490     MOVE WRK-IMAGEM-MAIOR TO MLOG-DEPOIS.
006500     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
006510     ADD 1 TO WRK-CONT-VINCULOS.
006520     MOVE "E" TO SRT-VINCULO.
006530 2500-ENCERRAR-VINCULO-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------*
006570* 3000-IMPRIMIR-LISTAO - RECEBE AS CONTAS CLASSIFICADAS E  *
006580*                    IMPRIME COM QUEBRA POR AGENCIA        *
006590*----------------------------------------------------------*
006600 3000-IMPRIMIR-LISTAO.
006610     PERFORM 3100-TRATAR-LINHA THRU 3100-TRATAR-LINHA-EXIT
006620             UNTIL FIM-CLASSIFICACAO.
006630     IF WRK-AGENCIA-ATUAL NOT = 9999
006640         PERFORM 3200-FECHAR-AGENCIA
006650                 THRU 3200-FECHAR-AGENCIA-EXIT
006660     END-IF.
006670 3000-IMPRIMIR-LISTAO-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------*
006710* 3100-TRATAR-LINHA - IMPRIME UMA CONTA, COM TOTAL E       *
006720*                    CABECALHO DE AGENCIA NA QUEBRA        *
006730*----------------------------------------------------------*
006740 3100-TRATAR-LINHA.
006750     RETURN CLASSIFICACAO
006760         AT END
006770             SET FIM-CLASSIFICACAO TO TRUE
006780             GO TO 3100-TRATAR-LINHA-EXIT
006790     END-RETURN.
006800     IF SRT-AGENCIA NOT = WRK-AGENCIA-ATUAL
006810         IF WRK-AGENCIA-ATUAL NOT = 9999
006820             PERFORM 3200-FECHAR-AGENCIA
006830                     THRU 3200-FECHAR-AGENCIA-EXIT
006840         END-IF
006850         MOVE SRT-AGENCIA TO WRK-AGENCIA-ATUAL
006860         MOVE SRT-AGENCIA TO REL-AG-CODIGO
006870         WRITE REL-LINHA FROM REL-LINHA-AGENCIA
006880                 AFTER ADVANCING 2 LINES
006890     END-IF.
006900     MOVE SRT-CLIENTE    TO REL-DET-ID.
006910     MOVE SRT-NOME       TO REL-DET-NOME.
006920     MOVE SRT-MAIORIDADE TO REL-DET-MAIORIDADE.
006930     MOVE SRT-RESP-CPF   TO REL-DET-RESP-CPF.
006940     MOVE SRT-RESP-NOME  TO REL-DET-RESP-NOME.
006950     IF SRT-MAIORIDADE > WRK-DATA-EXECUCAO
006960         MOVE "A ATINGIR " TO REL-DET-SITUACAO
006970     ELSE
006980         MOVE "MAIOR     " TO REL-DET-SITUACAO
006990     END-IF.
007000     IF SRT-VINCULO-ENCERRADO
007010         MOVE "VINCULO ENCERRADO" TO REL-DET-VINCULO
007020     ELSE
007030         MOVE SPACES TO REL-DET-VINCULO
007040     END-IF.
007050     EVALUATE SRT-CARTA
007060         WHEN "C"
007070             MOVE "CARTA EMITIDA  " TO REL-DET-CARTA
007080         WHEN "D"
007090             MOVE "CARTA DESVIADA " TO REL-DET-CARTA
007100         WHEN OTHER
007110             MOVE SPACES TO REL-DET-CARTA
007120     END-EVALUATE.
007130     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
007140     ADD 1 TO WRK-CONT-AGENCIA.
007150 3100-TRATAR-LINHA-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------*
007190* 3200-FECHAR-AGENCIA - IMPRIME O TOTAL DA AGENCIA         *
007200*----------------------------------------------------------*
007210 3200-FECHAR-AGENCIA.
007220     MOVE WRK-CONT-AGENCIA TO REL-TAG-QTD.
007230     WRITE REL-LINHA FROM REL-TOTAL-AGENCIA
007240             AFTER ADVANCING 1 LINE.
007250     MOVE ZEROS TO WRK-CONT-AGENCIA.
007260 3200-FECHAR-AGENCIA-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------*
007300* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
007310*----------------------------------------------------------*
007320 7000-GRAVAR-LOG.
007330     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
007340*    TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
007350*    9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
007360     ACCEPT WRK-HORA-COMPLETA FROM TIME.
007370     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
007380     MOVE "CLIMAIOR" TO MLOG-OPERADOR.
007390     MOVE CLI-ID TO MLOG-CLIENTE.
007400     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
007410 7000-GRAVAR-LOG-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------*
007450* 7600-REGISTRAR-CORREIO - ANOTA NO CLICORR O DOCUMENTO    *
007460*                  IMPRESSO, PARA O CLIENVEL CONSOLIDAR EM *
007470*                  ENVELOPE POR ENDERECO                   *
007480*----------------------------------------------------------*
007490 7600-REGISTRAR-CORREIO.
007500     IF NOT ARQUIVO-CORR-OK
007510         GO TO 7600-REGISTRAR-CORREIO-EXIT
007520     END-IF.
007530     MOVE SPACES            TO COR-REGISTRO.
007540     MOVE WRK-DATA-EXECUCAO TO COR-DATA.
007550     MOVE "CARTMAI "        TO COR-ARQUIVO.
007560     SET COR-CARTA          TO TRUE.
007570     MOVE WRK-CONT-CARTAS   TO COR-REFERENCIA.
007580     MOVE CLI-ID            TO COR-CLIENTE.
007590     MOVE CLI-AGENCIA       TO COR-AGENCIA.
007600     MOVE 1                 TO COR-PAGINAS.
007610     WRITE COR-REGISTRO.
007620 7600-REGISTRAR-CORREIO-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------*
007660* 9000-FINALIZAR - TOTAIS, CONTROLE DA JANELA E FECHAMENTO *
007670*----------------------------------------------------------*
007680 9000-FINALIZAR.
007690     MOVE "CLIENTES LIDOS                " TO REL-ROD-ROTULO.
007700     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
007710     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
007720     MOVE "MENORES APOS A JANELA         " TO REL-ROD-ROTULO.
007730     MOVE WRK-CONT-MENORES TO REL-ROD-VALOR.
007740     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007750     MOVE "MAIORIDADES NA JANELA         " TO REL-ROD-ROTULO.
007760     MOVE WRK-CONT-CONVITES TO REL-ROD-VALOR.
007770     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007780     MOVE "CARTAS EMITIDAS               " TO REL-ROD-ROTULO.
007790     MOVE WRK-CONT-CARTAS TO REL-ROD-VALOR.
007800     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007810     MOVE "CARTAS DESVIADAS (CARTADIV)   " TO REL-ROD-ROTULO.
007820     MOVE WRK-CONT-DESVIADAS TO REL-ROD-VALOR.
007830     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007840     MOVE "VINCULOS DE RESPONSAVEL ENCERR" TO REL-ROD-ROTULO.
007850     MOVE WRK-CONT-VINCULOS TO REL-ROD-VALOR.
007860     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007870     CLOSE CLIENTES-MASTER LOG-MANUTENCAO CARTAS
007880           CARTAS-DESVIADAS RELATORIO.
007890     IF ARQUIVO-CORR-OK
007900         CLOSE CORRESPONDENCIA
007910     END-IF.
007920     OPEN OUTPUT CONTROLE-MAIORIDADE.
007930     MOVE WRK-FIM-JANELA TO MAICT-FIM-JANELA.
007940     WRITE MAICT-REGISTRO.
007950     CLOSE CONTROLE-MAIORIDADE.
007960     PERFORM 1170-DESMARCAR-PROCESSAMENTO
007970             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
007980 9000-FINALIZAR-EXIT.
007990     EXIT.
008000
008010 9999-EXIT.
008020     STOP RUN.
