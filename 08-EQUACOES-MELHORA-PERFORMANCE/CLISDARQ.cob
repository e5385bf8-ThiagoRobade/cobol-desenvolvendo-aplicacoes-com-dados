000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLISDARQ.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - EXPURGO DO          *
000120*                    HISTORICO DE SALDOS DE FIM DE DIA,    *
000130*                    NOS MOLDES DO CLIARCH: AS FOTOS DO    *
000140*                    CLISDHST COM DATA ANTERIOR AO CORTE   *
000150*                    DE RETENCAO (PARM AAAAMMDD; EM        *
000160*                    BRANCO, 1o DE JANEIRO DE CINCO ANOS   *
000170*                    ATRAS) SAO COPIADAS PARA O ARQUIVO    *
000180*                    ANUAL CLISDANL, NO MESMO LAYOUT       *
000190*                    CLISDHRG, E DELETADAS DO HISTORICO    *
000200*                    CHAVEADO. A GUARDA LONGA FICA NO      *
000210*                    CLISDANL; O CLIDECL E O CLIDOCRP SO   *
000220*                    RESPONDEM DATAS AINDA NO CLISDHST. O  *
000230*                    RELATORIO RELSDA TRAZ AS QUANTIDADES  *
000240*                    POR ANO EXPURGADO.                    *
000250*----------------------------------------------------------*
000260 ENVIRONMENT             DIVISION.
000270 CONFIGURATION           SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300
000310 INPUT-OUTPUT            SECTION.
000320 FILE-CONTROL.
000330*----------------------------------------------------------*
000340* HISTORICO DE SALDOS VIVO (CLIENTE + DATA)                *
000350*----------------------------------------------------------*
000360     SELECT HISTORICO-SALDOS ASSIGN TO "CLISDHST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS SDH-CHAVE
000400         FILE STATUS IS FS-HISTORICO-SALDOS.
000410*----------------------------------------------------------*
000420* ARQUIVO ANUAL DE GUARDA DAS FOTOS EXPURGADAS             *
000430*----------------------------------------------------------*
000440     SELECT ARQUIVO-ANUAL ASSIGN TO "CLISDANL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-ARQUIVO-ANUAL.
000470*----------------------------------------------------------*
000480* RELATORIO DE CONTROLE DO EXPURGO (SAIDA SYSOUT)          *
000490*----------------------------------------------------------*
000500     SELECT RELATORIO ASSIGN TO "RELSDA"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-RELATORIO.
000530
000540 DATA                    DIVISION.
000550 FILE                    SECTION.
000560 FD  HISTORICO-SALDOS
000570     LABEL RECORD IS STANDARD.
000580     COPY CLISDHRG.
000590
000600 FD  ARQUIVO-ANUAL
000610     LABEL RECORD IS STANDARD.
000620 01  ANL-LINHA                PICTURE X(60).
000630
000640 FD  RELATORIO
000650     LABEL RECORD IS STANDARD.
000660 01  REL-LINHA               PICTURE X(132).
000670
000680 WORKING-STORAGE         SECTION.
000690 01  WRK-FLAGS.
000700     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
000710         88  FIM-HISTORICO-SALDOS           VALUE "S".
000720 01  FS-HISTORICO-SALDOS PICTURE X(02)      VALUE "00".
000730 01  FS-ARQUIVO-ANUAL    PICTURE X(02)      VALUE "00".
000740 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
000750 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
000760 77  WRK-DATA-CORTE      PICTURE 9(08)      VALUE ZEROS.
000770 77  WRK-ANO-FOTO        PICTURE 9(04)      VALUE ZEROS.
000780 77  WRK-CONT-LIDAS      PICTURE 9(08)      COMP VALUE ZEROS.
000790 77  WRK-CONT-EXPURGADAS PICTURE 9(08)      COMP VALUE ZEROS.
000800 77  WRK-CONT-MANTIDAS   PICTURE 9(08)      COMP VALUE ZEROS.
000810 77  WRK-CONT-ERROS      PICTURE 9(08)      COMP VALUE ZEROS.
000820 77  WRK-IDX-ANO         PICTURE 9(03)      COMP VALUE ZEROS.
000830 77  WRK-IDX-ANO-ACHADO  PICTURE 9(03)      COMP VALUE ZEROS.
000840 77  WRK-QTD-ANOS        PICTURE 9(03)      COMP VALUE ZEROS.
000850 77  WRK-MAX-ANOS        PICTURE 9(03)      COMP VALUE 50.
000860
000870*----------------------------------------------------------*
000880* TABELA DOS ANOS EXPURGADOS, PARA O RELATORIO             *
000890*----------------------------------------------------------*
000900 01  TAB-ANOS.
000910     05  TAB-ANO-ENTRADA         OCCURS 50 TIMES.
000920         10  TAB-ANO-AAAA         PICTURE 9(04).
000930         10  TAB-ANO-QTD          PICTURE 9(08)      COMP.
000940
000950*----------------------------------------------------------*
000960* LINHAS DO RELATORIO DE CONTROLE DO EXPURGO               *
000970*----------------------------------------------------------*
000980 01  REL-CABECALHO.
000990     05  FILLER              PICTURE X(50)
001000             VALUE "EXPURGO DO HISTORICO DE SALDOS (CLISDARQ)".
001010     05  FILLER              PICTURE X(82) VALUE SPACES.
001020 01  REL-LINHA-CORTE.
001030     05  FILLER              PICTURE X(30)
001040             VALUE "DATA DE CORTE DA RETENCAO".
001050     05  REL-CORTE-DATA      PICTURE 9(08).
001060     05  FILLER              PICTURE X(94) VALUE SPACES.
001070 01  REL-RODAPE.
001080     05  REL-ROD-ROTULO      PICTURE X(30).
001090     05  REL-ROD-VALOR       PICTURE ZZ.ZZZ.ZZ9.
001100     05  FILLER              PICTURE X(92) VALUE SPACES.
001110 01  REL-LINHA-ANO.
001120     05  FILLER              PICTURE X(04) VALUE "ANO ".
001130     05  REL-ANO-AAAA        PICTURE 9(04).
001140     05  FILLER              PICTURE X(08) VALUE "  FOTOS ".
001150     05  REL-ANO-QTD         PICTURE ZZ.ZZZ.ZZ9.
001160     05  FILLER              PICTURE X(106) VALUE SPACES.
001170
001180 LINKAGE                 SECTION.
001190 01  LK-PARM-CORTE           PICTURE X(08).
001200
001210 PROCEDURE               DIVISION USING LK-PARM-CORTE.
001220*----------------------------------------------------------*
001230* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001240*----------------------------------------------------------*
001250 0000-MAINLINE.
001260     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001270     PERFORM 2000-TRATAR-FOTO      THRU 2000-TRATAR-FOTO-EXIT
001280             UNTIL FIM-HISTORICO-SALDOS.
001290     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
001300     GO TO 9999-EXIT.
001310
001320*----------------------------------------------------------*
001330* 1000-INICIALIZAR - RESOLVE A DATA DE CORTE E ABRE OS     *
001340*                    ARQUIVOS                              *
001350*----------------------------------------------------------*
001360 1000-INICIALIZAR.
001370     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001380     IF LK-PARM-CORTE IS NUMERIC
001390             AND LK-PARM-CORTE NOT = "00000000"
001400         MOVE LK-PARM-CORTE TO WRK-DATA-CORTE
001410     ELSE
001420         COMPUTE WRK-DATA-CORTE =
001430                 (WRK-DATA-SISTEMA / 10000 - 5) * 10000 + 0101
001440     END-IF.
001450     IF WRK-DATA-CORTE > WRK-DATA-SISTEMA
001460         DISPLAY "CLISDARQ: DATA DE CORTE " WRK-DATA-CORTE
001470                 " POSTERIOR A DATA DO SISTEMA - ABORTANDO"
001480         MOVE 16 TO RETURN-CODE
001490         GO TO 9999-EXIT
001500     END-IF.
001510     OPEN I-O HISTORICO-SALDOS.
001520     IF FS-HISTORICO-SALDOS NOT = "00"
001530         DISPLAY "CLISDARQ: ERRO AO ABRIR CLISDHST - STATUS "
001540                 FS-HISTORICO-SALDOS
001550         MOVE 16 TO RETURN-CODE
001560         GO TO 9999-EXIT
001570     END-IF.
001580     OPEN EXTEND ARQUIVO-ANUAL.
001590     IF FS-ARQUIVO-ANUAL NOT = "00"
001600         DISPLAY "CLISDARQ: ERRO AO ABRIR CLISDANL - STATUS "
001610                 FS-ARQUIVO-ANUAL " - NADA EXPURGADO"
001620         CLOSE HISTORICO-SALDOS
001630         MOVE 16 TO RETURN-CODE
001640         GO TO 9999-EXIT
001650     END-IF.
001660     OPEN OUTPUT RELATORIO.
001670     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
001680     MOVE WRK-DATA-CORTE TO REL-CORTE-DATA.
001690     WRITE REL-LINHA FROM REL-LINHA-CORTE AFTER ADVANCING 2 LINES.
001700 1000-INICIALIZAR-EXIT.
001710     EXIT.
001720
001730*----------------------------------------------------------*
001740* 2000-TRATAR-FOTO - FOTO ANTERIOR AO CORTE VAI PARA O     *
001750*                    ARQUIVO ANUAL E SAI DO HISTORICO      *
001760*----------------------------------------------------------*
001770 2000-TRATAR-FOTO.
001780     READ HISTORICO-SALDOS NEXT RECORD
001790         AT END
001800             SET FIM-HISTORICO-SALDOS TO TRUE
001810             GO TO 2000-TRATAR-FOTO-EXIT
001820     END-READ.
001830     ADD 1 TO WRK-CONT-LIDAS.
001840     IF SDH-DATA NOT < WRK-DATA-CORTE
001850         ADD 1 TO WRK-CONT-MANTIDAS
001860         GO TO 2000-TRATAR-FOTO-EXIT
001870     END-IF.
001880     MOVE SDH-REGISTRO TO ANL-LINHA.
001890     DELETE HISTORICO-SALDOS
001900         INVALID KEY
001910             DISPLAY "CLISDARQ: ERRO AO DELETAR NO CLISDHST"
001920                     " - STATUS " FS-HISTORICO-SALDOS
001930             ADD 1 TO WRK-CONT-ERROS
001940             GO TO 2000-TRATAR-FOTO-EXIT
001950     END-DELETE.
001960     WRITE ANL-LINHA.
001970     ADD 1 TO WRK-CONT-EXPURGADAS.
001980     PERFORM 2200-ACUMULAR-ANO THRU 2200-ACUMULAR-ANO-EXIT.
001990 2000-TRATAR-FOTO-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------*
002030* 2200-ACUMULAR-ANO - SOMA A FOTO EXPURGADA NA ENTRADA DO  *
002040*                    SEU ANO NA TABELA DO RELATORIO        *
002050*----------------------------------------------------------*
002060 2200-ACUMULAR-ANO.
002070     MOVE SDH-DATA (1:4) TO WRK-ANO-FOTO.
002080     MOVE ZEROS TO WRK-IDX-ANO-ACHADO.
002090     PERFORM 2230-PROCURAR-ANO THRU 2230-PROCURAR-ANO-EXIT
002100             VARYING WRK-IDX-ANO FROM 1 BY 1
002110             UNTIL WRK-IDX-ANO > WRK-QTD-ANOS.
002120     MOVE WRK-IDX-ANO-ACHADO TO WRK-IDX-ANO.
002130     IF WRK-IDX-ANO = ZEROS
002140         IF WRK-QTD-ANOS >= WRK-MAX-ANOS
002150             GO TO 2200-ACUMULAR-ANO-EXIT
002160         END-IF
002170         ADD 1 TO WRK-QTD-ANOS
002180         MOVE WRK-ANO-FOTO TO TAB-ANO-AAAA (WRK-QTD-ANOS)
002190         MOVE ZEROS TO TAB-ANO-QTD (WRK-QTD-ANOS)
002200         MOVE WRK-QTD-ANOS TO WRK-IDX-ANO
002210     END-IF.
002220     ADD 1 TO TAB-ANO-QTD (WRK-IDX-ANO).
002230 2200-ACUMULAR-ANO-EXIT.
002240     EXIT.
002250
002260*----------------------------------------------------------*
002270* 2230-PROCURAR-ANO - CONFERE UMA ENTRADA DA TABELA        *
002280*----------------------------------------------------------*
002290 2230-PROCURAR-ANO.
002300     IF WRK-IDX-ANO-ACHADO = ZEROS
002310             AND TAB-ANO-AAAA (WRK-IDX-ANO) = WRK-ANO-FOTO
002320         MOVE WRK-IDX-ANO TO WRK-IDX-ANO-ACHADO
002330     END-IF.
002340 2230-PROCURAR-ANO-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------*
002380* 3000-IMPRIMIR-ANO - IMPRIME A QUANTIDADE DE UM ANO       *
002390*----------------------------------------------------------*
002400 3000-IMPRIMIR-ANO.
002410     MOVE TAB-ANO-AAAA (WRK-IDX-ANO) TO REL-ANO-AAAA.
002420     MOVE TAB-ANO-QTD (WRK-IDX-ANO)  TO REL-ANO-QTD.
002430     WRITE REL-LINHA FROM REL-LINHA-ANO AFTER ADVANCING 1 LINE.
002440 3000-IMPRIMIR-ANO-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480* 9000-FINALIZAR - IMPRIME OS TOTAIS E FECHA OS ARQUIVOS;  *
002490*                    ERRO DE DELECAO DEVOLVE RC 4          *
002500*----------------------------------------------------------*
002510 9000-FINALIZAR.
002520     PERFORM 3000-IMPRIMIR-ANO THRU 3000-IMPRIMIR-ANO-EXIT
002530             VARYING WRK-IDX-ANO FROM 1 BY 1
002540             UNTIL WRK-IDX-ANO > WRK-QTD-ANOS.
002550     MOVE "FOTOS LIDAS                   " TO REL-ROD-ROTULO.
002560     MOVE WRK-CONT-LIDAS TO REL-ROD-VALOR.
002570     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
002580     MOVE "FOTOS EXPURGADAS (CLISDANL)   " TO REL-ROD-ROTULO.
002590     MOVE WRK-CONT-EXPURGADAS TO REL-ROD-VALOR.
002600     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002610     MOVE "FOTOS MANTIDAS (CLISDHST)     " TO REL-ROD-ROTULO.
002620     MOVE WRK-CONT-MANTIDAS TO REL-ROD-VALOR.
002630     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002640     MOVE "ERROS DE DELECAO              " TO REL-ROD-ROTULO.
002650     MOVE WRK-CONT-ERROS TO REL-ROD-VALOR.
002660     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
002670     IF WRK-CONT-ERROS NOT = ZEROS
002680         MOVE 4 TO RETURN-CODE
002690     END-IF.
002700     CLOSE HISTORICO-SALDOS ARQUIVO-ANUAL RELATORIO.
002710 9000-FINALIZAR-EXIT.
002720     EXIT.
002730
002740 9999-EXIT.
002750     STOP RUN.
