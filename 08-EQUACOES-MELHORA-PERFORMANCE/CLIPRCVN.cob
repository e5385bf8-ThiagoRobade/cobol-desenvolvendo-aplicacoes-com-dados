000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIPRCVN.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - PASSADA MENSAL PELO *
000120*                    CADASTRO DE PROCURADORES E            *
000130*                    REPRESENTANTES CLIPROC (LAYOUT        *
000140*                    CLIPRCRG, MANTIDO PELO CLIMAINT,      *
000150*                    FUNCAO "P"): LISTA NO RELPRV, PARA A  *
000160*                    AGENCIA RENOVAR OU REVOGAR A TEMPO,   *
000170*                    AS REPRESENTACOES ATIVAS CUJA         *
000180*                    VIGENCIA TERMINA NOS PROXIMOS 30 DIAS *
000190*                    CORRIDOS A PARTIR DA DATA DE          *
000200*                    REFERENCIA (PARM AAAAMMDD; EM BRANCO, *
000210*                    A DATA DO SISTEMA), E CONTA AS JA     *
000220*                    VENCIDAS AINDA NAO REVOGADAS, QUE O   *
000230*                    CLIMOVTO JA RECUSA (MOTIVO 58). SO    *
000240*                    LEITURA.                              *
000250*----------------------------------------------------------*
000260 ENVIRONMENT             DIVISION.
000270 CONFIGURATION           SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300
000310 INPUT-OUTPUT            SECTION.
000320 FILE-CONTROL.
000330*----------------------------------------------------------*
000340* PROCURADORES E REPRESENTANTES AUTORIZADOS DAS CONTAS     *
000350*----------------------------------------------------------*
000360     SELECT PROCURADORES ASSIGN TO "CLIPROC"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PRC-CHAVE
000400         FILE STATUS IS FS-PROCURADORES.
000410*----------------------------------------------------------*
000420* MESTRE DE CLIENTES - AGENCIA E NOME DO TITULAR           *
000430*----------------------------------------------------------*
000440     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CLI-ID
000480         FILE STATUS IS FS-CLIENTES-MASTER.
000490*----------------------------------------------------------*
000500* RELATORIO DAS PROCURACOES A VENCER (SAIDA SYSOUT)        *
000510*----------------------------------------------------------*
000520     SELECT RELATORIO ASSIGN TO "RELPRV"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-RELATORIO.
000550
000560 DATA                    DIVISION.
000570 FILE                    SECTION.
000580 FD  PROCURADORES
000590     LABEL RECORD IS STANDARD.
000600     COPY CLIPRCRG.
000610
000620 FD  CLIENTES-MASTER
000630     LABEL RECORD IS STANDARD.
000640     COPY CLIREG.
000650
000660 FD  RELATORIO
000670     LABEL RECORD IS STANDARD.
000680 01  REL-LINHA               PICTURE X(132).
000690
000700 WORKING-STORAGE         SECTION.
000710 01  WRK-FLAGS.
000720     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
000730         88  FIM-PROCURADORES               VALUE "S".
000740 01  FS-PROCURADORES     PICTURE X(02)      VALUE "00".
000750 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
000760 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
000770 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
000780 77  WRK-DATA-REFERENCIA PICTURE 9(08)      VALUE ZEROS.
000790 77  WRK-DIAS-AVISO      PICTURE 9(03)      COMP VALUE 30.
000800 77  WRK-DIA-MAXIMO      PICTURE 9(02)      VALUE ZEROS.
000810 77  WRK-QUOCIENTE       PICTURE 9(04)      COMP VALUE ZEROS.
000820 77  WRK-RESTO-4         PICTURE 9(04)      COMP VALUE ZEROS.
000830 77  WRK-RESTO-100       PICTURE 9(04)      COMP VALUE ZEROS.
000840 77  WRK-RESTO-400       PICTURE 9(04)      COMP VALUE ZEROS.
000850 77  WRK-CONT-LIDOS      PICTURE 9(08)      COMP VALUE ZEROS.
000860 77  WRK-CONT-VIGENTES   PICTURE 9(08)      COMP VALUE ZEROS.
000870 77  WRK-CONT-A-VENCER   PICTURE 9(08)      COMP VALUE ZEROS.
000880 77  WRK-CONT-VENCIDOS   PICTURE 9(08)      COMP VALUE ZEROS.
000890 77  WRK-CONT-REVOGADOS  PICTURE 9(08)      COMP VALUE ZEROS.
000900
000910*----------------------------------------------------------*
000920* FIM DA JANELA DE AVISO (REFERENCIA + 30 DIAS CORRIDOS)   *
000930*----------------------------------------------------------*
000940 01  WRK-DATA-LIMITE     PICTURE 9(08)      VALUE ZEROS.
000950 01  WRK-DATA-LIMITE-R   REDEFINES WRK-DATA-LIMITE.
000960     05  WRK-LIM-ANO     PICTURE 9(04).
000970     05  WRK-LIM-MES     PICTURE 9(02).
000980     05  WRK-LIM-DIA     PICTURE 9(02).
000990
001000*----------------------------------------------------------*
001010* DIAS DE CADA MES (FEVEREIRO CORRIGIDO NO ANO BISSEXTO)   *
001020*----------------------------------------------------------*
001030 01  TAB-DIAS-MES-VALORES.
001040     05  FILLER              PICTURE X(24)
001050         VALUE "312831303130313130313031".
001060 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
001070     05  TAB-DIAS            PICTURE 9(02) OCCURS 12 TIMES.
001080
001090*----------------------------------------------------------*
001100* LINHAS DO RELATORIO DE PROCURACOES A VENCER              *
001110*----------------------------------------------------------*
001120 01  REL-CABECALHO.
001130     05  FILLER              PICTURE X(50)
001140             VALUE "PROCURACOES A VENCER (CLIPRCVN)".
001150     05  FILLER              PICTURE X(82) VALUE SPACES.
001160 01  REL-LINHA-JANELA.
001170     05  FILLER              PICTURE X(30)
001180             VALUE "VIGENCIA TERMINANDO ENTRE".
001190     05  REL-JAN-INICIO      PICTURE 9(08).
001200     05  FILLER              PICTURE X(03) VALUE " E ".
001210     05  REL-JAN-FIM         PICTURE 9(08).
001220     05  FILLER              PICTURE X(83) VALUE SPACES.
001230 01  REL-COLUNAS.
001240     05  FILLER              PICTURE X(42)
001250             VALUE "AGEN  CONTA   TITULAR               CPF".
001260     05  FILLER              PICTURE X(07) VALUE SPACES.
001270     05  FILLER              PICTURE X(32) VALUE "REPRESENTANTE".
001280     05  FILLER              PICTURE X(03) VALUE "Q".
001290     05  FILLER              PICTURE X(09) VALUE "PODERES".
001300     05  FILLER              PICTURE X(18)
001310             VALUE "LIMITE/MOVIMENTO".
001320     05  FILLER              PICTURE X(21) VALUE "VALIDADE".
001330 01  REL-DETALHE.
001340     05  REL-DET-AGENCIA     PICTURE 9(04).
001350     05  FILLER              PICTURE X(02) VALUE SPACES.
001360     05  REL-DET-CLIENTE     PICTURE 9(06).
001370     05  FILLER              PICTURE X(02) VALUE SPACES.
001380     05  REL-DET-TITULAR     PICTURE X(20).
001390     05  FILLER              PICTURE X(02) VALUE SPACES.
001400     05  REL-DET-CPF         PICTURE 9(11).
001410     05  FILLER              PICTURE X(02) VALUE SPACES.
001420     05  REL-DET-NOME        PICTURE X(30).
001430     05  FILLER              PICTURE X(02) VALUE SPACES.
001440     05  REL-DET-QUALIF      PICTURE X(01).
001450     05  FILLER              PICTURE X(02) VALUE SPACES.
001460     05  REL-DET-PODERES     PICTURE X(03).
001470     05  FILLER              PICTURE X(06) VALUE SPACES.
001480     05  REL-DET-LIMITE      PICTURE Z.ZZZ.ZZZ.ZZ9,99.
001490     05  FILLER              PICTURE X(02) VALUE SPACES.
001500     05  REL-DET-VALIDADE    PICTURE 9(08).
001510     05  FILLER              PICTURE X(13) VALUE SPACES.
001520 01  REL-RODAPE.
001530     05  REL-ROD-ROTULO      PICTURE X(30).
001540     05  REL-ROD-VALOR       PICTURE ZZ.ZZZ.ZZ9.
001550     05  FILLER              PICTURE X(92) VALUE SPACES.
001560
001570 LINKAGE                 SECTION.
001580 01  LK-PARM-REFERENCIA      PICTURE X(08).
001590
001600 PROCEDURE               DIVISION USING LK-PARM-REFERENCIA.
001610*----------------------------------------------------------*
001620* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001630*----------------------------------------------------------*
001640 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001660     PERFORM 2000-TRATAR-PROCURADOR
001670             THRU 2000-TRATAR-PROCURADOR-EXIT
001680             UNTIL FIM-PROCURADORES.
001690     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
001700     GO TO 9999-EXIT.
001710
001720*----------------------------------------------------------*
001730* 1000-INICIALIZAR - RESOLVE A DATA DE REFERENCIA E O FIM  *
001740*                    DA JANELA DE AVISO E ABRE OS ARQUIVOS *
001750*----------------------------------------------------------*
001760 1000-INICIALIZAR.
001770     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001780     IF LK-PARM-REFERENCIA IS NUMERIC
001790             AND LK-PARM-REFERENCIA NOT = "00000000"
001800         MOVE LK-PARM-REFERENCIA TO WRK-DATA-REFERENCIA
001810     ELSE
001820         MOVE WRK-DATA-SISTEMA TO WRK-DATA-REFERENCIA
001830     END-IF.
001840     MOVE WRK-DATA-REFERENCIA TO WRK-DATA-LIMITE.
001850     IF WRK-LIM-MES < 1 OR WRK-LIM-MES > 12
001860             OR WRK-LIM-DIA < 1 OR WRK-LIM-DIA > 31
001870         DISPLAY "CLIPRCVN: DATA DE REFERENCIA "
001880                 WRK-DATA-REFERENCIA " INVALIDA - ABORTANDO"
001890         MOVE 16 TO RETURN-CODE
001900         GO TO 9999-EXIT
001910     END-IF.
001920     PERFORM 1100-SOMAR-DIA THRU 1100-SOMAR-DIA-EXIT
001930             WRK-DIAS-AVISO TIMES.
001940     OPEN INPUT PROCURADORES.
001950     IF FS-PROCURADORES NOT = "00"
001960         DISPLAY "CLIPRCVN: ERRO AO ABRIR CLIPROC - STATUS "
001970                 FS-PROCURADORES
001980         MOVE 16 TO RETURN-CODE
001990         GO TO 9999-EXIT
002000     END-IF.
002010     OPEN INPUT CLIENTES-MASTER.
002020     IF FS-CLIENTES-MASTER NOT = "00"
002030         DISPLAY "CLIPRCVN: ERRO AO ABRIR CLIMSTR - STATUS "
002040                 FS-CLIENTES-MASTER
002050         CLOSE PROCURADORES
002060         MOVE 16 TO RETURN-CODE
002070         GO TO 9999-EXIT
002080     END-IF.
002090     OPEN OUTPUT RELATORIO.
002100     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002110     MOVE WRK-DATA-REFERENCIA TO REL-JAN-INICIO.
002120     MOVE WRK-DATA-LIMITE     TO REL-JAN-FIM.
002130     WRITE REL-LINHA FROM REL-LINHA-JANELA
002140             AFTER ADVANCING 2 LINES.
002150     WRITE REL-LINHA FROM REL-COLUNAS AFTER ADVANCING 2 LINES.
002160 1000-INICIALIZAR-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------*
002200* 1100-SOMAR-DIA - AVANCA UM DIA CORRIDO NO FIM DA JANELA, *
002210*                    VIRANDO MES E ANO                     *
002220*----------------------------------------------------------*
002230 1100-SOMAR-DIA.
002240     MOVE TAB-DIAS (WRK-LIM-MES) TO WRK-DIA-MAXIMO.
002250     IF WRK-LIM-MES = 2
002260         DIVIDE WRK-LIM-ANO BY 4 GIVING WRK-QUOCIENTE
002270                 REMAINDER WRK-RESTO-4
002280         DIVIDE WRK-LIM-ANO BY 100 GIVING WRK-QUOCIENTE
002290                 REMAINDER WRK-RESTO-100
002300         DIVIDE WRK-LIM-ANO BY 400 GIVING WRK-QUOCIENTE
002310                 REMAINDER WRK-RESTO-400
002320         IF WRK-RESTO-4 = ZEROS
002330                 AND (WRK-RESTO-100 NOT = ZEROS
002340                      OR WRK-RESTO-400 = ZEROS)
002350             MOVE 29 TO WRK-DIA-MAXIMO
002360         END-IF
002370     END-IF.
002380     IF WRK-LIM-DIA < WRK-DIA-MAXIMO
002390         ADD 1 TO WRK-LIM-DIA
002400         GO TO 1100-SOMAR-DIA-EXIT
002410     END-IF.
002420     MOVE 1 TO WRK-LIM-DIA.
002430     IF WRK-LIM-MES < 12
002440         ADD 1 TO WRK-LIM-MES
002450     ELSE
002460         MOVE 1 TO WRK-LIM-MES
002470         ADD 1 TO WRK-LIM-ANO
002480     END-IF.
002490 1100-SOMAR-DIA-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530* 2000-TRATAR-PROCURADOR - REPRESENTACAO ATIVA COM A       *
002540*                    VIGENCIA TERMINANDO DENTRO DA JANELA  *
002550*                    VAI PARA O RELATORIO                  *
002560*----------------------------------------------------------*
002570 2000-TRATAR-PROCURADOR.
002580     READ PROCURADORES NEXT RECORD
002590         AT END
002600             SET FIM-PROCURADORES TO TRUE
002610             GO TO 2000-TRATAR-PROCURADOR-EXIT
002620     END-READ.
002630     ADD 1 TO WRK-CONT-LIDOS.
002640     IF PRC-REVOGADA
002650         ADD 1 TO WRK-CONT-REVOGADOS
002660         GO TO 2000-TRATAR-PROCURADOR-EXIT
002670     END-IF.
002680     IF PRC-DATA-VALIDADE < WRK-DATA-REFERENCIA
002690         ADD 1 TO WRK-CONT-VENCIDOS
002700         GO TO 2000-TRATAR-PROCURADOR-EXIT
002710     END-IF.
002720     IF PRC-DATA-VALIDADE > WRK-DATA-LIMITE
002730         ADD 1 TO WRK-CONT-VIGENTES
002740         GO TO 2000-TRATAR-PROCURADOR-EXIT
002750     END-IF.
002760     ADD 1 TO WRK-CONT-A-VENCER.
002770     PERFORM 2100-IMPRIMIR-DETALHE
002780             THRU 2100-IMPRIMIR-DETALHE-EXIT.
002790 2000-TRATAR-PROCURADOR-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------*
002830* 2100-IMPRIMIR-DETALHE - IMPRIME A REPRESENTACAO A VENCER *
002840*                    COM A AGENCIA E O TITULAR DA CONTA    *
002850*----------------------------------------------------------*
002860 2100-IMPRIMIR-DETALHE.
002870     MOVE PRC-CLI-ID TO CLI-ID.
002880     READ CLIENTES-MASTER
002890         INVALID KEY
002900             MOVE ZEROS TO CLI-AGENCIA
002910             MOVE "*** FORA DO MESTRE" TO CLI-NOME
002920     END-READ.
002930     MOVE CLI-AGENCIA       TO REL-DET-AGENCIA.
002940     MOVE PRC-CLI-ID        TO REL-DET-CLIENTE.
002950     MOVE CLI-NOME          TO REL-DET-TITULAR.
002960     MOVE PRC-CPF           TO REL-DET-CPF.
002970     MOVE PRC-NOME          TO REL-DET-NOME.
002980     MOVE PRC-QUALIFICACAO  TO REL-DET-QUALIF.
002990     MOVE PRC-PODERES       TO REL-DET-PODERES.
003000     MOVE PRC-LIMITE        TO REL-DET-LIMITE.
003010     MOVE PRC-DATA-VALIDADE TO REL-DET-VALIDADE.
003020     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
003030 2100-IMPRIMIR-DETALHE-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------*
003070* 9000-FINALIZAR - IMPRIME OS TOTAIS E FECHA OS ARQUIVOS;  *
003080*                    REPRESENTACAO VENCIDA SEM REVOGACAO   *
003090*                    DEVOLVE RC 4                          *
003100*----------------------------------------------------------*
003110 9000-FINALIZAR.
003120     MOVE "REPRESENTACOES LIDAS          " TO REL-ROD-ROTULO.
003130     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
003140     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
003150     MOVE "A VENCER NA JANELA (LISTADAS) " TO REL-ROD-ROTULO.
003160     MOVE WRK-CONT-A-VENCER TO REL-ROD-VALOR.
003170     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003180     MOVE "VIGENTES APOS A JANELA        " TO REL-ROD-ROTULO.
003190     MOVE WRK-CONT-VIGENTES TO REL-ROD-VALOR.
003200     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003210     MOVE "VENCIDAS SEM REVOGACAO        " TO REL-ROD-ROTULO.
003220     MOVE WRK-CONT-VENCIDOS TO REL-ROD-VALOR.
003230     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003240     MOVE "REVOGADAS                     " TO REL-ROD-ROTULO.
003250     MOVE WRK-CONT-REVOGADOS TO REL-ROD-VALOR.
003260     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003270     IF WRK-CONT-VENCIDOS NOT = ZEROS
003280         MOVE 4 TO RETURN-CODE
003290     END-IF.
003300     CLOSE PROCURADORES CLIENTES-MASTER RELATORIO.
003310 9000-FINALIZAR-EXIT.
003320     EXIT.
003330
003340 9999-EXIT.
003350     STOP RUN.
