000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIAGTRF.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - EFETIVACAO DAS      *
000120*                    TROCAS DE AGENCIA: LE OS PEDIDOS      *
000130*                    PENDENTES DO CLITRAG (MANTIDOS PELO   *
000140*                    AGTMNT) COM DATA EFETIVA ATE HOJE,    *
000150*                    TROCA O CLI-AGENCIA NO MESTRE, GRAVA  *
000160*                    A LINHA DE AUDITORIA DE ORIGEM "G"    *
000170*                    (SEM VALOR - O SALDO SO MUDA DE       *
000180*                    AGENCIA), GRAVA O SALDO MOVIDO NO     *
000190*                    CLITRMV PARA O CLIRECON E O CLICAIXA  *
000200*                    FECHAREM NO MESMO DIA, EMITE A CARTA  *
000210*                    DE AVISO AO CLIENTE (CARTTRF, COM     *
000220*                    DESVIO DE ENDERECO DIVERGENTE PARA O  *
000230*                    CARTADIV, COMO NO CLICARTA) E O       *
000240*                    RELATORIO RELTRF COM AS SAIDAS E      *
000250*                    ENTRADAS DE SALDO POR AGENCIA E       *
000260*                    MOEDA. PEDIDO DE CLIENTE INEXISTENTE  *
000270*                    OU ENCERRADO E RECUSADO (RC 4).       *
000280* 2026-10-15 EBC     A TROCA EFETIVADA ACERTA A ENTRADA DA *
000290*                    CONTA NA REFERENCIA AGENCIA X NOME    *
000300*                    CLIXNOM (LAYOUT CLIXNOMR) DO AVISO DE *
000310*                    NOME IDENTICO: SAI A DA AGENCIA       *
000320*                    ANTIGA, ENTRA A DA NOVA. SEM O        *
000330*                    CLIXNOM A TROCA SEGUE E O CLIXREFB    *
000340*                    RESSINCRONIZA.                        *
000350* 2026-10-15 EBC     CADA CARTA CARTTRF IMPRESSA E ANOTADA *
000360*                    NO CLICORR (COPY CLICORRG, DD         *
000370*                    OPCIONAL) PARA O ENVELOPAMENTO E O    *
000380*                    MANIFESTO DO CLIENVEL, COMO NOS       *
000390*                    DEMAIS PRODUTORES DE CARTA.           *
000400* 2026-10-15 EBC     CONTA DE FALECIDO, EM PREJUIZO OU     *
000410*                    ENCERRADA E RECUSADA COMO A INATIVA,  *
000420*                    CADA UMA COM A SUA SITUACAO NO        *
000430*                    RELATORIO.                            *
000440*----------------------------------------------------------*
000450 ENVIRONMENT             DIVISION.
000460 CONFIGURATION           SECTION.
000470 SPECIAL-NAMES.
000480     DECIMAL-POINT IS COMMA.
000490
000500 INPUT-OUTPUT            SECTION.
000510 FILE-CONTROL.
000520     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CLI-ID
000560         FILE STATUS IS FS-CLIENTES-MASTER.
000570*----------------------------------------------------------*
000580* PEDIDOS DE TROCA DE AGENCIA (MANTIDOS PELO AGTMNT)       *
000590*----------------------------------------------------------*
000600     SELECT TRANSFERENCIAS ASSIGN TO "CLITRAG"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS TRF-CLI-ID
000640         FILE STATUS IS FS-TRANSFERENCIAS.
000650*----------------------------------------------------------*
000660* SALDOS MOVIDOS ENTRE AGENCIAS (LIDO PELO CLIRECON E PELO *
000670* CLICAIXA)                                                *
000680*----------------------------------------------------------*
000690     SELECT SALDOS-MOVIDOS ASSIGN TO "CLITRMV"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-SALDOS-MOVIDOS.
000720     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-AUDITORIA.
000750*----------------------------------------------------------*
000760* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
000770* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
000780* LINHA DO CLIAUDIT                                        *
000790*----------------------------------------------------------*
000800     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS AUDK-CHAVE
000840         FILE STATUS IS FS-AUDK.
000850*----------------------------------------------------------*
000860* REFERENCIA CRUZADA AGENCIA X NOME X CONTA                *
000870*----------------------------------------------------------*
000880     SELECT NOMES-AGENCIA ASSIGN TO "CLIXNOM"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS XNM-CHAVE
000920         FILE STATUS IS FS-NOMES-AGENCIA.
000930     SELECT CARTAS ASSIGN TO "CARTTRF"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-CARTAS.
000960     SELECT CARTAS-DESVIADAS ASSIGN TO "CARTADIV"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS FS-CARTAS-DESVIADAS.
000990*----------------------------------------------------------*
001000* ITENS DO CORREIO DO DIA, CONSOLIDADOS EM ENVELOPE PELO   *
001010* CLIENVEL                                                 *
001020*----------------------------------------------------------*
001030     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS FS-CORRESPONDENCIA.
001060     SELECT RELATORIO ASSIGN TO "RELTRF"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS FS-RELATORIO.
001090*----------------------------------------------------------*
001100* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
001110*----------------------------------------------------------*
001120     SELECT CONTROLE ASSIGN TO "CLICTRL"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS FS-CONTROLE.
001150
001160 DATA                    DIVISION.
001170 FILE                    SECTION.
001180 FD  CLIENTES-MASTER
001190     LABEL RECORD IS STANDARD.
001200     COPY CLIREG.
001210
001220 FD  TRANSFERENCIAS
001230     LABEL RECORD IS STANDARD.
001240     COPY CLITRFRG.
001250
001260 FD  SALDOS-MOVIDOS
001270     LABEL RECORD IS STANDARD.
001280     COPY CLITRMRG.
001290
001300 FD  AUDITORIA
001310     LABEL RECORD IS STANDARD.
001320 01  AUD-LINHA                PICTURE X(100).
001330
001340 FD  AUDITORIA-CHAVEADA
001350     LABEL RECORD IS STANDARD.
001360     COPY CLIAUKRG.
001370
001380 FD  NOMES-AGENCIA
001390     LABEL RECORD IS STANDARD.
001400     COPY CLIXNOMR.
001410
001420 FD  CARTAS
001430     LABEL RECORD IS STANDARD.
001440 01  CARTA-LINHA              PICTURE X(132).
001450
001460 FD  CARTAS-DESVIADAS
001470     LABEL RECORD IS STANDARD.
001480 01  DESV-REGISTRO.
001490     05  DESV-AGENCIA        PICTURE 9(04).
001500     05  FILLER              PICTURE X(01) VALUE SPACES.
001510     05  DESV-CLIENTE        PICTURE 9(06).
001520     05  FILLER              PICTURE X(01) VALUE SPACES.
001530     05  DESV-NOME           PICTURE X(20).
001540     05  FILLER              PICTURE X(01) VALUE SPACES.
001550     05  DESV-MOTIVO         PICTURE X(30).
001560     05  FILLER              PICTURE X(17) VALUE SPACES.
001570
001580 FD  CORRESPONDENCIA
001590     LABEL RECORD IS STANDARD.
001600     COPY CLICORRG.
001610
001620 FD  RELATORIO
001630     LABEL RECORD IS STANDARD.
001640 01  REL-LINHA               PICTURE X(132).
001650
001660 FD  CONTROLE
001670     LABEL RECORD IS STANDARD.
001680 01  CTRL-REGISTRO.
001690     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001700     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001710     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001720
001730 WORKING-STORAGE         SECTION.
001740 01  WRK-FLAGS.
001750     05  WRK-FIM-PEDIDOS PICTURE X(01)      VALUE "N".
001760         88  FIM-ARQUIVO-PEDIDOS            VALUE "S".
001770 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001780 01  FS-TRANSFERENCIAS   PICTURE X(02)      VALUE "00".
001790 01  FS-SALDOS-MOVIDOS   PICTURE X(02)      VALUE "00".
001800 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001810 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001820 01  WRK-FLAGS-AUDK.
001830     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001840         88  ARQUIVO-AUDK-OK                VALUE "S".
001850     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001860         88  AUDK-GRAVADO                   VALUE "S".
001870 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001880 01  FS-NOMES-AGENCIA    PICTURE X(02)      VALUE "00".
001890 01  WRK-FLAGS-XNOM.
001900     05  WRK-TEM-XNOM    PICTURE X(01)      VALUE "N".
001910         88  ARQUIVO-XNOM-OK                VALUE "S".
001920 01  FS-CARTAS           PICTURE X(02)      VALUE "00".
001930 01  FS-CARTAS-DESVIADAS PICTURE X(02)      VALUE "00".
001940 01  FS-CORRESPONDENCIA  PICTURE X(02)      VALUE "00".
001950 01  WRK-FLAGS-CORR.
001960     05  WRK-TEM-CORR    PICTURE X(01)      VALUE "N".
001970         88  ARQUIVO-CORR-OK                VALUE "S".
001980 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001990 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
002000 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
002010 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
002020 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
002030 77  WRK-AGENCIA-ANTIGA  PICTURE 9(04)      VALUE ZEROS.
002040 77  WRK-AGENCIA-BUSCA   PICTURE 9(04)      VALUE ZEROS.
002050 77  WRK-MOEDA-BUSCA     PICTURE X(03)      VALUE SPACES.
002060 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
002070 77  WRK-CONT-EFETIVADOS PICTURE 9(06)      COMP VALUE ZEROS.
002080 77  WRK-CONT-RECUSADOS  PICTURE 9(06)      COMP VALUE ZEROS.
002090 77  WRK-CONT-CARTAS     PICTURE 9(06)      COMP VALUE ZEROS.
002100 77  WRK-CONT-DESVIADAS  PICTURE 9(06)      COMP VALUE ZEROS.
002110 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
002120 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
002130 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
002140 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 40.
002150
002160*----------------------------------------------------------*
002170* SAIDAS E ENTRADAS DE SALDO POR AGENCIA E MOEDA. ENTRADA  *
002180* CRIADA AO PRIMEIRO USO, NOS MOLDES DO CLIRECON.          *
002190*----------------------------------------------------------*
002200 01  TAB-AGENCIAS.
002210     05  TAB-AG-ENTRADA          OCCURS 40 TIMES.
002220         10  TAB-AG-CODIGO        PICTURE 9(04).
002230         10  TAB-AG-MOEDA         PICTURE X(03).
002240         10  TAB-AG-QTD-SAIDA     PICTURE 9(06)  COMP.
002250         10  TAB-AG-VAL-SAIDA     PICTURE S9(12) COMP.
002260         10  TAB-AG-QTD-ENTRADA   PICTURE 9(06)  COMP.
002270         10  TAB-AG-VAL-ENTRADA   PICTURE S9(12) COMP.
002280
002290*----------------------------------------------------------*
002300* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
002310*----------------------------------------------------------*
002320     COPY CLIAUDRG.
002330
002340*----------------------------------------------------------*
002350* LINHAS DA CARTA DE AVISO                                 *
002360*----------------------------------------------------------*
002370 01  CARTA-SEPARADOR.
002380     05  FILLER              PICTURE X(40)
002390             VALUE ALL "=".
002400     05  FILLER              PICTURE X(92) VALUE SPACES.
002410 01  CARTA-DESTINATARIO.
002420     05  FILLER              PICTURE X(06) VALUE "PARA: ".
002430     05  CARTA-NOME          PICTURE X(20).
002440     05  FILLER              PICTURE X(02) VALUE SPACES.
002450     05  CARTA-ENDERECO      PICTURE X(30).
002460     05  FILLER              PICTURE X(74) VALUE SPACES.
002470 01  CARTA-CIDADE-LINHA.
002480     05  FILLER              PICTURE X(06) VALUE SPACES.
002490     05  CARTA-CIDADE        PICTURE X(20).
002500     05  FILLER              PICTURE X(01) VALUE "-".
002510     05  CARTA-UF            PICTURE X(02).
002520     05  FILLER              PICTURE X(05) VALUE " CEP ".
002530     05  CARTA-CEP           PICTURE 9(08).
002540     05  FILLER              PICTURE X(90) VALUE SPACES.
002550 01  CARTA-TEXTO-1.
002560     05  FILLER              PICTURE X(44)
002570             VALUE "COMUNICAMOS QUE SUA CONTA FOI TRANSFERIDA ".
002580     05  FILLER              PICTURE X(88) VALUE SPACES.
002590 01  CARTA-AGENCIAS-LINHA.
002600     05  FILLER              PICTURE X(12) VALUE "DA AGENCIA ".
002610     05  CARTA-AG-ORIGEM     PICTURE 9(04).
002620     05  FILLER              PICTURE X(17)
002630             VALUE " PARA A AGENCIA ".
002640     05  CARTA-AG-DESTINO    PICTURE 9(04).
002650     05  FILLER              PICTURE X(10) VALUE " EM DATA ".
002660     05  CARTA-DATA          PICTURE 9(08).
002670     05  FILLER              PICTURE X(77) VALUE SPACES.
002680 01  CARTA-TEXTO-2.
002690     05  FILLER              PICTURE X(44)
002700             VALUE "O NUMERO DA CONTA, O SALDO E AS CONDICOES ".
002710     05  FILLER              PICTURE X(30)
002720             VALUE "CONTRATADAS NAO SE ALTERAM.   ".
002730     05  FILLER              PICTURE X(58) VALUE SPACES.
002740 01  CARTA-TEXTO-3.
002750     05  FILLER              PICTURE X(44)
002760             VALUE "EM CASO DE DUVIDA, PROCURE A NOVA AGENCIA. ".
002770     05  FILLER              PICTURE X(88) VALUE SPACES.
002780
002790*----------------------------------------------------------*
002800* LINHAS DO RELATORIO DAS TROCAS                           *
002810*----------------------------------------------------------*
002820 01  REL-CABECALHO.
002830     05  FILLER              PICTURE X(44)
002840             VALUE "TROCA DE AGENCIA DE CLIENTES (CLIAGTRF) - ".
002850     05  REL-CAB-DATA        PICTURE 9(08).
002860     05  FILLER              PICTURE X(80) VALUE SPACES.
002870 01  REL-DETALHE.
002880     05  REL-DET-ID          PICTURE 9(06).
002890     05  FILLER              PICTURE X(02) VALUE SPACES.
002900     05  REL-DET-ORIGEM      PICTURE 9(04).
002910     05  FILLER              PICTURE X(04) VALUE " -> ".
002920     05  REL-DET-DESTINO     PICTURE 9(04).
002930     05  FILLER              PICTURE X(02) VALUE SPACES.
002940     05  REL-DET-EFETIVA     PICTURE 9(08).
002950     05  FILLER              PICTURE X(02) VALUE SPACES.
002960     05  REL-DET-MOEDA       PICTURE X(03).
002970     05  FILLER              PICTURE X(01) VALUE SPACES.
002980     05  REL-DET-SALDO       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002990     05  FILLER              PICTURE X(02) VALUE SPACES.
003000     05  REL-DET-SITUACAO    PICTURE X(24).
003010     05  FILLER              PICTURE X(51) VALUE SPACES.
003020 01  REL-TITULO-AGENCIAS.
003030     05  FILLER              PICTURE X(44)
003040             VALUE "SALDOS MOVIDOS POR AGENCIA E MOEDA".
003050     05  FILLER              PICTURE X(88) VALUE SPACES.
003060 01  REL-LINHA-AGENCIA.
003070     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
003080     05  REL-AG-CODIGO       PICTURE 9(04).
003090     05  FILLER              PICTURE X(01) VALUE SPACES.
003100     05  REL-AG-MOEDA        PICTURE X(03).
003110     05  FILLER              PICTURE X(09) VALUE "  SAIDAS ".
003120     05  REL-AG-QTD-SAIDA    PICTURE ZZZ.ZZ9.
003130     05  FILLER              PICTURE X(01) VALUE SPACES.
003140     05  REL-AG-VAL-SAIDA    PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003150     05  FILLER              PICTURE X(11) VALUE "  ENTRADAS ".
003160     05  REL-AG-QTD-ENTRADA  PICTURE ZZZ.ZZ9.
003170     05  FILLER              PICTURE X(01) VALUE SPACES.
003180     05  REL-AG-VAL-ENTRADA  PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003190     05  FILLER              PICTURE X(44) VALUE SPACES.
003200 01  REL-RODAPE.
003210     05  REL-ROD-ROTULO      PICTURE X(30).
003220     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
003230     05  FILLER              PICTURE X(93) VALUE SPACES.
003240
003250 PROCEDURE               DIVISION.
003260*----------------------------------------------------------*
003270* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003280*----------------------------------------------------------*
003290 0000-MAINLINE.
003300     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003310     PERFORM 2000-TRATAR-PEDIDO
003320             THRU 2000-TRATAR-PEDIDO-EXIT
003330             UNTIL FIM-ARQUIVO-PEDIDOS.
003340     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003350     GO TO 9999-EXIT.
003360
003370*----------------------------------------------------------*
003380* 1000-INICIALIZAR - ABRE OS ARQUIVOS E LE O 1o PEDIDO     *
003390*----------------------------------------------------------*
003400 1000-INICIALIZAR.
003410     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003420     OPEN I-O CLIENTES-MASTER.
003430     IF FS-CLIENTES-MASTER NOT = "00"
003440         DISPLAY "CLIAGTRF: ERRO AO ABRIR CLIMSTR - STATUS "
003450                 FS-CLIENTES-MASTER
003460         MOVE 16 TO RETURN-CODE
003470         GO TO 9999-EXIT
003480     END-IF.
003490     OPEN I-O TRANSFERENCIAS.
003500     IF FS-TRANSFERENCIAS NOT = "00"
003510         DISPLAY "CLIAGTRF: ERRO AO ABRIR CLITRAG - STATUS "
003520                 FS-TRANSFERENCIAS
003530         CLOSE CLIENTES-MASTER
003540         MOVE 16 TO RETURN-CODE
003550         GO TO 9999-EXIT
003560     END-IF.
003570     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003580             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003590     OPEN EXTEND SALDOS-MOVIDOS.
003600     OPEN EXTEND AUDITORIA.
003610     OPEN I-O AUDITORIA-CHAVEADA.
003620     IF FS-AUDK = "00" OR FS-AUDK = "05"
003630         SET ARQUIVO-AUDK-OK TO TRUE
003640     ELSE
003650         DISPLAY "CLIAGTRF: CLIAUDK INDISPONIVEL - STATUS "
003660                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
003670                 "CLIAUDKL)"
003680     END-IF.
003690     OPEN I-O NOMES-AGENCIA.
003700     IF FS-NOMES-AGENCIA = "00" OR FS-NOMES-AGENCIA = "05"
003710         SET ARQUIVO-XNOM-OK TO TRUE
003720     ELSE
003730         DISPLAY "CLIAGTRF: CLIXNOM INDISPONIVEL - STATUS "
003740                 FS-NOMES-AGENCIA " - REFERENCIA NAO MANTIDA "
003750                 "(RODAR O CLIXREFB)"
003760     END-IF.
003770     OPEN OUTPUT CARTAS.
003780     OPEN OUTPUT CARTAS-DESVIADAS.
003790     OPEN EXTEND CORRESPONDENCIA.
003800     IF FS-CORRESPONDENCIA = "00"
003810         SET ARQUIVO-CORR-OK TO TRUE
003820     ELSE
003830         DISPLAY "CLIAGTRF: CLICORR INDISPONIVEL - STATUS "
003840                 FS-CORRESPONDENCIA " - CARTAS FORA DO ENVELOPE"
003850     END-IF.
003860     OPEN OUTPUT RELATORIO.
003870     MOVE WRK-DATA-EXECUCAO TO REL-CAB-DATA.
003880     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003890     PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT.
003900 1000-INICIALIZAR-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
003950*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
003960*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
003970*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
003980*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
003990*----------------------------------------------------------*
004000 1160-MARCAR-EM-PROCESSAMENTO.
004010     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
004020     OPEN INPUT CONTROLE.
004030     IF FS-CONTROLE = "00"
004040         READ CONTROLE
004050             AT END
004060                 CONTINUE
004070             NOT AT END
004080                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
004090                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
004100         END-READ
004110         CLOSE CONTROLE
004120     END-IF.
004130     OPEN OUTPUT CONTROLE.
004140     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004150     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
004160     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004170     WRITE CTRL-REGISTRO.
004180     CLOSE CONTROLE.
004190 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------*
004230* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
004240*                  CLICTRL AO FIM DAS TROCAS               *
004250*----------------------------------------------------------*
004260 1170-DESMARCAR-PROCESSAMENTO.
004270     OPEN OUTPUT CONTROLE.
004280     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004290     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
004300     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004310     WRITE CTRL-REGISTRO.
004320     CLOSE CONTROLE.
004330 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370* 2000-TRATAR-PEDIDO - EFETIVA O PEDIDO PENDENTE QUE JA    *
004380*                  ALCANCOU A DATA EFETIVA                 *
004390*----------------------------------------------------------*
004400 2000-TRATAR-PEDIDO.
004410     IF NOT TRF-PENDENTE
004420             OR TRF-DATA-EFETIVA > WRK-DATA-EXECUCAO
004430         GO TO 2000-TRATAR-PEDIDO-PROXIMO
004440     END-IF.
004450     MOVE TRF-CLI-ID          TO REL-DET-ID.
004460     MOVE TRF-AGENCIA-ORIGEM  TO REL-DET-ORIGEM.
004470     MOVE TRF-AGENCIA-DESTINO TO REL-DET-DESTINO.
004480     MOVE TRF-DATA-EFETIVA    TO REL-DET-EFETIVA.
004490     MOVE SPACES              TO REL-DET-MOEDA.
004500     MOVE ZEROS               TO REL-DET-SALDO.
004510     MOVE TRF-CLI-ID TO CLI-ID.
004520     READ CLIENTES-MASTER
004530         INVALID KEY
004540             MOVE "CLIENTE INEXISTENTE     " TO REL-DET-SITUACAO
004550             PERFORM 2300-RECUSAR-PEDIDO
004560                     THRU 2300-RECUSAR-PEDIDO-EXIT
004570             GO TO 2000-TRATAR-PEDIDO-IMPRIMIR
004580     END-READ.
004590*    CONTA CONGELADA POR OBITO, BAIXADA A PREJUIZO OU
004600*    ENCERRADA NAO TROCA DE AGENCIA (A MESMA RECUSA DO
004610*    CLIMAINT E DO CLIESTRN).
004620     IF CLI-FALECIDO
004630         MOVE "CONTA DE FALECIDO       " TO REL-DET-SITUACAO
004640         PERFORM 2300-RECUSAR-PEDIDO
004650                 THRU 2300-RECUSAR-PEDIDO-EXIT
004660         GO TO 2000-TRATAR-PEDIDO-IMPRIMIR
004670     END-IF.
004680     IF CLI-PREJUIZO
004690         MOVE "CONTA EM PREJUIZO       " TO REL-DET-SITUACAO
004700         PERFORM 2300-RECUSAR-PEDIDO
004710                 THRU 2300-RECUSAR-PEDIDO-EXIT
004720         GO TO 2000-TRATAR-PEDIDO-IMPRIMIR
004730     END-IF.
004740     IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
004750         MOVE "CONTA ENCERRADA         " TO REL-DET-SITUACAO
004760         PERFORM 2300-RECUSAR-PEDIDO
004770                 THRU 2300-RECUSAR-PEDIDO-EXIT
004780         GO TO 2000-TRATAR-PEDIDO-IMPRIMIR
004790     END-IF.
004800     IF CLI-INATIVO
004810         MOVE "CONTA INATIVA           " TO REL-DET-SITUACAO
004820         PERFORM 2300-RECUSAR-PEDIDO
004830                 THRU 2300-RECUSAR-PEDIDO-EXIT
004840         GO TO 2000-TRATAR-PEDIDO-IMPRIMIR
004850     END-IF.
004860     IF CLI-AGENCIA = TRF-AGENCIA-DESTINO
004870         MOVE "JA NA AGENCIA DE DESTINO" TO REL-DET-SITUACAO
004880         PERFORM 2300-RECUSAR-PEDIDO
004890                 THRU 2300-RECUSAR-PEDIDO-EXIT
004900         GO TO 2000-TRATAR-PEDIDO-IMPRIMIR
004910     END-IF.
004920     PERFORM 2200-EFETIVAR-TROCA THRU 2200-EFETIVAR-TROCA-EXIT.
004930     MOVE WRK-AGENCIA-ANTIGA TO REL-DET-ORIGEM.
004940     MOVE CLI-MOEDA          TO REL-DET-MOEDA.
004950     MOVE CLI-SALDO          TO REL-DET-SALDO.
004960     MOVE "AGENCIA TROCADA         " TO REL-DET-SITUACAO.
004970 2000-TRATAR-PEDIDO-IMPRIMIR.
004980     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
004990 2000-TRATAR-PEDIDO-PROXIMO.
005000     PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT.
005010 2000-TRATAR-PEDIDO-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------*
005050* 2100-LER-PEDIDO - LEITURA SEQUENCIAL DO CLITRAG          *
005060*----------------------------------------------------------*
005070 2100-LER-PEDIDO.
005080     READ TRANSFERENCIAS NEXT RECORD
005090         AT END
005100             SET FIM-ARQUIVO-PEDIDOS TO TRUE
005110         NOT AT END
005120             ADD 1 TO WRK-CONT-LIDOS
005130     END-READ.
005140 2100-LER-PEDIDO-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------*
005180* 2200-EFETIVAR-TROCA - TROCA A AGENCIA NO MESTRE, GRAVA A *
005190*                  AUDITORIA "G", O SALDO MOVIDO, A CARTA  *
005200*                  E FECHA O PEDIDO. A AGENCIA DE ORIGEM   *
005210*                  E A DO MESTRE NA HORA DA TROCA.         *
005220*----------------------------------------------------------*
005230 2200-EFETIVAR-TROCA.
005240     MOVE CLI-AGENCIA TO WRK-AGENCIA-ANTIGA.
005250     MOVE TRF-AGENCIA-DESTINO TO CLI-AGENCIA.
005260     REWRITE CLI-REGISTRO.
005270     IF FS-CLIENTES-MASTER NOT = "00"
005280         DISPLAY "CLIAGTRF: ERRO AO REGRAVAR CLIENTE "
005290                 CLI-ID " STATUS " FS-CLIENTES-MASTER
005300     END-IF.
005310     PERFORM 7800-TROCAR-AGENCIA-XNOM
005320             THRU 7800-TROCAR-AGENCIA-XNOM-EXIT.
005330     MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
005340     MOVE CLI-ID            TO AUD-CLIENTE-ID.
005350     MOVE CLI-SALDO         TO AUD-SALDO-ANTERIOR.
005360     MOVE CLI-SALDO         TO AUD-SALDO-NOVO.
005370     MOVE ZEROS             TO AUD-TAXA-APLICADA.
005380     MOVE ZEROS             TO AUD-JUROS-DIA.
005390     MOVE "G"               TO AUD-ORIGEM.
005400     MOVE ZEROS             TO AUD-SALDO-BASE.
005410     WRITE AUD-LINHA FROM AUD-REGISTRO.
005420     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
005430     MOVE WRK-DATA-EXECUCAO   TO TRM-DATA.
005440     MOVE CLI-ID              TO TRM-CLIENTE.
005450     MOVE WRK-AGENCIA-ANTIGA  TO TRM-AGENCIA-ORIGEM.
005460     MOVE CLI-AGENCIA         TO TRM-AGENCIA-DESTINO.
005470     MOVE CLI-MOEDA           TO TRM-MOEDA.
005480     MOVE CLI-SALDO           TO TRM-SALDO.
005490     WRITE TRM-REGISTRO.
005500     MOVE WRK-AGENCIA-ANTIGA TO WRK-AGENCIA-BUSCA.
005510     MOVE CLI-MOEDA          TO WRK-MOEDA-BUSCA.
005520     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
005530     IF WRK-IDX-AG NOT = ZEROS
005540         ADD 1 TO TAB-AG-QTD-SAIDA (WRK-IDX-AG)
005550         ADD CLI-SALDO TO TAB-AG-VAL-SAIDA (WRK-IDX-AG)
005560     END-IF.
005570     MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA.
005580     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
005590     IF WRK-IDX-AG NOT = ZEROS
005600         ADD 1 TO TAB-AG-QTD-ENTRADA (WRK-IDX-AG)
005610         ADD CLI-SALDO TO TAB-AG-VAL-ENTRADA (WRK-IDX-AG)
005620     END-IF.
005630     PERFORM 3000-EMITIR-CARTA THRU 3000-EMITIR-CARTA-EXIT.
005640     MOVE WRK-AGENCIA-ANTIGA TO TRF-AGENCIA-ORIGEM.
005650     MOVE "E"                TO TRF-SITUACAO.
005660     MOVE WRK-DATA-EXECUCAO  TO TRF-DATA-SITUACAO.
005670     MOVE CLI-SALDO          TO TRF-SALDO-MOVIDO.
005680     REWRITE TRF-REGISTRO.
005690     ADD 1 TO WRK-CONT-EFETIVADOS.
005700 2200-EFETIVAR-TROCA-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------*
005740* 2300-RECUSAR-PEDIDO - FECHA O PEDIDO COMO RECUSADO       *
005750*----------------------------------------------------------*
005760 2300-RECUSAR-PEDIDO.
005770     MOVE "R"               TO TRF-SITUACAO.
005780     MOVE WRK-DATA-EXECUCAO TO TRF-DATA-SITUACAO.
005790     REWRITE TRF-REGISTRO.
005800     ADD 1 TO WRK-CONT-RECUSADOS.
005810 2300-RECUSAR-PEDIDO-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------*
005850* 3000-EMITIR-CARTA - CARTA DE AVISO DA TROCA. ENDERECO    *
005860*                  REPROVADO NO SCRUB DE CEP NAO VAI AO    *
005870*                  CORREIO: VAI PARA A LISTA DE TRATAMENTO *
005880*                  DA NOVA AGENCIA (CARTADIV).             *
005890*----------------------------------------------------------*
005900 3000-EMITIR-CARTA.
005910     IF ENDERECO-DIVERGENTE
005920         MOVE CLI-AGENCIA TO DESV-AGENCIA
005930         MOVE CLI-ID      TO DESV-CLIENTE
005940         MOVE CLI-NOME    TO DESV-NOME
005950         MOVE "ENDERECO DIVERGENTE NO CEP" TO DESV-MOTIVO
005960         WRITE DESV-REGISTRO
005970         ADD 1 TO WRK-CONT-DESVIADAS
005980         GO TO 3000-EMITIR-CARTA-EXIT
005990     END-IF.
006000     MOVE CLI-NOME     TO CARTA-NOME.
006010     MOVE CLI-ENDERECO TO CARTA-ENDERECO.
006020     MOVE CLI-CIDADE   TO CARTA-CIDADE.
006030     MOVE CLI-UF       TO CARTA-UF.
006040     MOVE CLI-CEP      TO CARTA-CEP.
006050     MOVE WRK-AGENCIA-ANTIGA TO CARTA-AG-ORIGEM.
006060     MOVE CLI-AGENCIA        TO CARTA-AG-DESTINO.
006070     MOVE WRK-DATA-EXECUCAO  TO CARTA-DATA.
006080     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
006090             AFTER ADVANCING PAGE.
006100     WRITE CARTA-LINHA FROM CARTA-DESTINATARIO
006110             AFTER ADVANCING 1 LINE.
006120     WRITE CARTA-LINHA FROM CARTA-CIDADE-LINHA
006130             AFTER ADVANCING 1 LINE.
006140     WRITE CARTA-LINHA FROM CARTA-TEXTO-1
006150             AFTER ADVANCING 2 LINES.
006160     WRITE CARTA-LINHA FROM CARTA-AGENCIAS-LINHA
006170             AFTER ADVANCING 1 LINE.
006180     WRITE CARTA-LINHA FROM CARTA-TEXTO-2
006190             AFTER ADVANCING 2 LINES.
006200     WRITE CARTA-LINHA FROM CARTA-TEXTO-3
006210             AFTER ADVANCING 1 LINE.
006220     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
006230             AFTER ADVANCING 1 LINE.
006240     ADD 1 TO WRK-CONT-CARTAS.
006250     PERFORM 7600-REGISTRAR-CORREIO
006260             THRU 7600-REGISTRAR-CORREIO-EXIT.
006270 3000-EMITIR-CARTA-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------*
006310* 5000-ACHAR-AGENCIA - LOCALIZA (OU CRIA) A ENTRADA DA     *
006320*                  AGENCIA + MOEDA PEDIDA. DEVOLVE O       *
006330*                  INDICE EM WRK-IDX-AG, OU ZERO SE A      *
006340*                  TABELA ESTIVER CHEIA.                   *
006350*----------------------------------------------------------*
006360 5000-ACHAR-AGENCIA.
006370     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
006380     PERFORM 5100-CONFERIR-ENTRADA
006390             THRU 5100-CONFERIR-ENTRADA-EXIT
006400             VARYING WRK-IDX-AG FROM 1 BY 1
006410             UNTIL WRK-IDX-AG > WRK-QTD-AG.
006420     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
006430     IF WRK-IDX-AG = ZEROS
006440         IF WRK-QTD-AG >= WRK-MAX-AG
006450             DISPLAY "CLIAGTRF: TABELA DE AGENCIAS CHEIA - "
006460                     "AGENCIA " WRK-AGENCIA-BUSCA " FORA DO "
006470                     "RESUMO"
006480             MOVE ZEROS TO WRK-IDX-AG
006490             GO TO 5000-ACHAR-AGENCIA-EXIT
006500         END-IF
006510         ADD 1 TO WRK-QTD-AG
006520         MOVE WRK-QTD-AG TO WRK-IDX-AG
006530         MOVE WRK-AGENCIA-BUSCA TO TAB-AG-CODIGO (WRK-IDX-AG)
006540         MOVE WRK-MOEDA-BUSCA   TO TAB-AG-MOEDA (WRK-IDX-AG)
006550         MOVE ZEROS TO TAB-AG-QTD-SAIDA (WRK-IDX-AG)
006560         MOVE ZEROS TO TAB-AG-VAL-SAIDA (WRK-IDX-AG)
006570         MOVE ZEROS TO TAB-AG-QTD-ENTRADA (WRK-IDX-AG)
006580         MOVE ZEROS TO TAB-AG-VAL-ENTRADA (WRK-IDX-AG)
006590     END-IF.
006600 5000-ACHAR-AGENCIA-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------*
006640* 5100-CONFERIR-ENTRADA - CONFERE UMA ENTRADA DA TABELA    *
006650*----------------------------------------------------------*
006660 5100-CONFERIR-ENTRADA.
006670     IF WRK-IDX-AG-ACHADO = ZEROS
006680             AND TAB-AG-CODIGO (WRK-IDX-AG) = WRK-AGENCIA-BUSCA
006690             AND TAB-AG-MOEDA (WRK-IDX-AG) = WRK-MOEDA-BUSCA
006700         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
006710     END-IF.
006720 5100-CONFERIR-ENTRADA-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------*
006760* 9000-FINALIZAR - RESUMO POR AGENCIA, TOTAIS, FECHAMENTO  *
006770*                  E CODIGO DE RETORNO DO STEP             *
006780*----------------------------------------------------------*
006790 9000-FINALIZAR.
006800     WRITE REL-LINHA FROM REL-TITULO-AGENCIAS
006810             AFTER ADVANCING 2 LINES.
006820     PERFORM 9100-IMPRIMIR-AGENCIA
006830             THRU 9100-IMPRIMIR-AGENCIA-EXIT
006840             VARYING WRK-IDX-AG FROM 1 BY 1
006850             UNTIL WRK-IDX-AG > WRK-QTD-AG.
006860     MOVE "PEDIDOS LIDOS                 " TO REL-ROD-ROTULO.
006870     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
006880     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006890     MOVE "TROCAS EFETIVADAS             " TO REL-ROD-ROTULO.
006900     MOVE WRK-CONT-EFETIVADOS TO REL-ROD-VALOR.
006910     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006920     MOVE "PEDIDOS RECUSADOS             " TO REL-ROD-ROTULO.
006930     MOVE WRK-CONT-RECUSADOS TO REL-ROD-VALOR.
006940     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006950     MOVE "CARTAS EMITIDAS               " TO REL-ROD-ROTULO.
006960     MOVE WRK-CONT-CARTAS TO REL-ROD-VALOR.
006970     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006980     MOVE "CARTAS DESVIADAS (CARTADIV)   " TO REL-ROD-ROTULO.
006990     MOVE WRK-CONT-DESVIADAS TO REL-ROD-VALOR.
007000     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007010     CLOSE CLIENTES-MASTER TRANSFERENCIAS SALDOS-MOVIDOS
007020             AUDITORIA CARTAS CARTAS-DESVIADAS RELATORIO.
007030     IF ARQUIVO-AUDK-OK
007040         CLOSE AUDITORIA-CHAVEADA
007050     END-IF.
007060     IF ARQUIVO-XNOM-OK
007070         CLOSE NOMES-AGENCIA
007080     END-IF.
007090     IF ARQUIVO-CORR-OK
007100         CLOSE CORRESPONDENCIA
007110     END-IF.
007120     PERFORM 1170-DESMARCAR-PROCESSAMENTO
007130             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
007140     IF WRK-CONT-RECUSADOS > ZEROS
007150         MOVE 4 TO RETURN-CODE
007160     END-IF.
007170 9000-FINALIZAR-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------*
007210* 9100-IMPRIMIR-AGENCIA - IMPRIME SAIDAS E ENTRADAS DE UMA *
007220*                  AGENCIA + MOEDA                         *
007230*----------------------------------------------------------*
007240 9100-IMPRIMIR-AGENCIA.
007250     MOVE TAB-AG-CODIGO (WRK-IDX-AG)      TO REL-AG-CODIGO.
007260     MOVE TAB-AG-MOEDA (WRK-IDX-AG)       TO REL-AG-MOEDA.
007270     MOVE TAB-AG-QTD-SAIDA (WRK-IDX-AG)   TO REL-AG-QTD-SAIDA.
007280     MOVE TAB-AG-VAL-SAIDA (WRK-IDX-AG)   TO REL-AG-VAL-SAIDA.
007290     MOVE TAB-AG-QTD-ENTRADA (WRK-IDX-AG)
007300             TO REL-AG-QTD-ENTRADA.
007310     MOVE TAB-AG-VAL-ENTRADA (WRK-IDX-AG)
007320             TO REL-AG-VAL-ENTRADA.
007330     WRITE REL-LINHA FROM REL-LINHA-AGENCIA
007340             AFTER ADVANCING 1 LINE.
007350 9100-IMPRIMIR-AGENCIA-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------*
007390* 7600-REGISTRAR-CORREIO - ANOTA NO CLICORR O DOCUMENTO    *
007400*                 IMPRESSO, PARA O CLIENVEL CONSOLIDAR EM  *
007410*                 ENVELOPE POR ENDERECO                    *
007420*----------------------------------------------------------*
007430 7600-REGISTRAR-CORREIO.
007440     IF NOT ARQUIVO-CORR-OK
007450         GO TO 7600-REGISTRAR-CORREIO-EXIT
007460     END-IF.
007470     MOVE SPACES            TO COR-REGISTRO.
007480     MOVE WRK-DATA-EXECUCAO TO COR-DATA.
007490     MOVE "CARTTRF "        TO COR-ARQUIVO.
007500     SET COR-CARTA          TO TRUE.
007510     MOVE WRK-CONT-CARTAS   TO COR-REFERENCIA.
007520     MOVE CLI-ID            TO COR-CLIENTE.
007530     MOVE CLI-AGENCIA       TO COR-AGENCIA.
007540     MOVE 1                 TO COR-PAGINAS.
007550     WRITE COR-REGISTRO.
007560 7600-REGISTRAR-CORREIO-EXIT.
007570     EXIT.
007580
007590*----------------------------------------------------------*
007600* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
007610*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
007620*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
007630*----------------------------------------------------------*
007640 7700-ESPELHAR-AUDK.
007650     IF NOT ARQUIVO-AUDK-OK
007660         GO TO 7700-ESPELHAR-AUDK-EXIT
007670     END-IF.
007680     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
007690     MOVE AUD-DATA       TO AUDK-DATA.
007700     MOVE AUD-REGISTRO   TO AUDK-LINHA.
007710     MOVE "N" TO WRK-AUDK-OK.
007720     MOVE 1 TO WRK-AUDK-SEQ.
007730     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
007740             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
007750     IF NOT AUDK-GRAVADO
007760         DISPLAY "CLIAGTRF: ESPELHO CLIAUDK NAO GRAVADO "
007770                 "PARA O CLIENTE " AUDK-CLIENTE
007780     END-IF.
007790 7700-ESPELHAR-AUDK-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------*
007830* 7800-TROCAR-AGENCIA-XNOM - MOVE A ENTRADA DA CONTA NA    *
007840*                 REFERENCIA AGENCIA X NOME DA AGENCIA     *
007850*                 ANTIGA PARA A NOVA                       *
007860*----------------------------------------------------------*
007870 7800-TROCAR-AGENCIA-XNOM.
007880     IF NOT ARQUIVO-XNOM-OK
007890         GO TO 7800-TROCAR-AGENCIA-XNOM-EXIT
007900     END-IF.
007910     MOVE WRK-AGENCIA-ANTIGA TO XNM-AGENCIA.
007920     MOVE CLI-NOME           TO XNM-NOME.
007930     MOVE CLI-ID             TO XNM-CLI-ID.
007940     DELETE NOMES-AGENCIA
007950         INVALID KEY
007960             DISPLAY "CLIAGTRF: CLIXNOM SEM A ENTRADA DO "
007970                     "CLIENTE " CLI-ID
007980     END-DELETE.
007990     MOVE CLI-AGENCIA        TO XNM-AGENCIA.
008000     WRITE XNM-REGISTRO
008010         INVALID KEY
008020             DISPLAY "CLIAGTRF: ERRO AO GRAVAR CLIXNOM - STATUS "
008030                     FS-NOMES-AGENCIA
008040     END-WRITE.
008050 7800-TROCAR-AGENCIA-XNOM-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------*
008090* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
008100*                 DUPLICADA AVANCA A SEQUENCIA             *
008110*----------------------------------------------------------*
008120 7750-TENTAR-AUDK.
008130     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
008140     WRITE AUDK-REGISTRO
008150         INVALID KEY
008160             ADD 1 TO WRK-AUDK-SEQ
008170         NOT INVALID KEY
008180             SET AUDK-GRAVADO TO TRUE
008190     END-WRITE.
008200 7750-TENTAR-AUDK-EXIT.
008210     EXIT.
008220 9999-EXIT.
008230     STOP RUN.
