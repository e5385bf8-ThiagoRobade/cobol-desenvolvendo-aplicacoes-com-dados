000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIENVEL.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - ENVELOPAMENTO UNICO *
000120*                    DA CORRESPONDENCIA DO DIA. LE OS      *
000130*                    ITENS ANOTADOS NO CLICORR (COPY       *
000140*                    CLICORRG) PELO CLICARTA, CLIRECLA,    *
000150*                    CLITXNOT, CLIDECL E CLIEXTM, BUSCA O  *
000160*                    ENDERECO NO CLIMSTR E CLASSIFICA POR  *
000170*                    CEP + ENDERECO NORMALIZADO            *
000180*                    (MAIUSCULAS, SEM PONTUACAO, ESPACOS   *
000190*                    SIMPLES), MONTANDO UM ENVELOPE POR    *
000200*                    DOMICILIO COM TODOS OS DOCUMENTOS     *
000210*                    DELE (NOVO ENVELOPE QUANDO PASSA DE   *
000220*                    20 FOLHAS). O MANIFESTO CLIMANIF PARA *
000230*                    A GRAFICA TRAZ CADA ENVELOPE COM OS   *
000240*                    DOCUMENTOS A INSERIR, AS FOLHAS E O   *
000250*                    PORTE DA TABELA POSTAL; ITEM DE       *
000260*                    CLIENTE SEM CADASTRO, SEM ENDERECO OU *
000270*                    COM ENDERECO DIVERGENTE NO CEP        *
000280*                    (CLI-END-SITUACAO "I") SAI COMO       *
000290*                    RETIDO NO MANIFESTO E NO CARTADIV,    *
000300*                    COMO NAS CARTAS. RELATORIO RELENV COM *
000310*                    ENVELOPES, FOLHAS, PORTE E RETIDOS    *
000320*                    POR AGENCIA (A DO PRIMEIRO DOCUMENTO  *
000330*                    DO ENVELOPE). AO FINAL ESVAZIA O      *
000340*                    CLICORR.                              *
000350*----------------------------------------------------------*
000360 ENVIRONMENT             DIVISION.
000370 CONFIGURATION           SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT            SECTION.
000420 FILE-CONTROL.
000430*----------------------------------------------------------*
000440* ITENS DO CORREIO DO DIA, ANOTADOS PELOS PROGRAMAS QUE    *
000450* IMPRIMEM CORRESPONDENCIA                                 *
000460*----------------------------------------------------------*
000470     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-CORRESPONDENCIA.
000500*----------------------------------------------------------*
000510* MESTRE DE CLIENTES - SO PARA BUSCAR NOME E ENDERECO      *
000520*----------------------------------------------------------*
000530     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CLI-ID
000570         FILE STATUS IS FS-CLIENTES-MASTER.
000580*----------------------------------------------------------*
000590* MANIFESTO DE ENVELOPAMENTO PARA A GRAFICA                *
000600*----------------------------------------------------------*
000610     SELECT MANIFESTO ASSIGN TO "CLIMANIF"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FS-MANIFESTO.
000640*----------------------------------------------------------*
000650* ITENS RETIDOS PARA A CENTRAL DE CADASTRO                 *
000660*----------------------------------------------------------*
000670     SELECT CARTAS-DESVIADAS ASSIGN TO "CARTADIV"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-CARTAS-DESVIADAS.
000700     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000710     SELECT RELATORIO ASSIGN TO "RELENV"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-RELATORIO.
000740
000750 DATA                    DIVISION.
000760 FILE                    SECTION.
000770 FD  CORRESPONDENCIA
000780     LABEL RECORD IS STANDARD.
000790     COPY CLICORRG.
000800
000810 FD  CLIENTES-MASTER
000820     LABEL RECORD IS STANDARD.
000830     COPY CLIREG.
000840
000850 FD  MANIFESTO
000860     LABEL RECORD IS STANDARD.
000870 01  MAN-LINHA                PICTURE X(120).
000880
000890 FD  CARTAS-DESVIADAS
000900     LABEL RECORD IS STANDARD.
000910 01  DESV-REGISTRO.
000920     05  DESV-AGENCIA        PICTURE 9(04).
000930     05  FILLER              PICTURE X(01) VALUE SPACES.
000940     05  DESV-CLIENTE        PICTURE 9(06).
000950     05  FILLER              PICTURE X(01) VALUE SPACES.
000960     05  DESV-NOME           PICTURE X(20).
000970     05  FILLER              PICTURE X(01) VALUE SPACES.
000980     05  DESV-MOTIVO         PICTURE X(30).
000990     05  FILLER              PICTURE X(17) VALUE SPACES.
001000
001010 SD  CLASSIFICACAO.
001020 01  SRT-REGISTRO.
001030     05  SRT-CEP              PICTURE 9(08).
001040     05  SRT-ENDERECO         PICTURE X(30).
001050     05  SRT-CLIENTE          PICTURE 9(06).
001060     05  SRT-DATA             PICTURE 9(08).
001070     05  SRT-ARQUIVO          PICTURE X(08).
001080     05  SRT-REFERENCIA       PICTURE 9(06).
001090     05  FILLER               PICTURE X(80).
001100
001110 FD  RELATORIO
001120     LABEL RECORD IS STANDARD.
001130 01  REL-LINHA               PICTURE X(132).
001140
001150 WORKING-STORAGE         SECTION.
001160 01  WRK-FLAGS.
001170     05  WRK-FIM-CORR    PICTURE X(01)      VALUE "N".
001180         88  FIM-CORRESPONDENCIA            VALUE "S".
001190     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
001200         88  FIM-CLASSIFICACAO              VALUE "S".
001210     05  WRK-TEM-ENV     PICTURE X(01)      VALUE "N".
001220         88  ENVELOPE-EM-ABERTO             VALUE "S".
001230 01  FS-CORRESPONDENCIA  PICTURE X(02)      VALUE "00".
001240 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001250 01  FS-MANIFESTO        PICTURE X(02)      VALUE "00".
001260 01  FS-CARTAS-DESVIADAS PICTURE X(02)      VALUE "00".
001270 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001280 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001290 77  WRK-MAX-FOLHAS      PICTURE 9(03)      COMP VALUE 20.
001300 77  WRK-MAX-INSERTOS    PICTURE 9(02)      COMP VALUE 20.
001310 77  WRK-CEP-ATUAL       PICTURE 9(08)      VALUE ZEROS.
001320 77  WRK-END-ATUAL       PICTURE X(30)      VALUE SPACES.
001330 77  WRK-NUM-ENVELOPE    PICTURE 9(07)      VALUE ZEROS.
001340 77  WRK-ENV-AGENCIA     PICTURE 9(04)      VALUE ZEROS.
001350 77  WRK-ENV-FOLHAS      PICTURE 9(04)      COMP VALUE ZEROS.
001360 77  WRK-ENV-PORTE       PICTURE 9(03)V99   VALUE ZEROS.
001370 77  WRK-QTD-INSERTOS    PICTURE 9(02)      COMP VALUE ZEROS.
001380 77  WRK-IDX-INS         PICTURE 9(02)      COMP VALUE ZEROS.
001390 77  WRK-IDX-POR         PICTURE 9(02)      COMP VALUE ZEROS.
001400 77  WRK-IDX-POR-ACHADO  PICTURE 9(02)      COMP VALUE ZEROS.
001410 77  WRK-IDX-BRUTO       PICTURE 9(02)      COMP VALUE ZEROS.
001420 77  WRK-IDX-NORMAL      PICTURE 9(02)      COMP VALUE ZEROS.
001430 77  WRK-AGENCIA-BUSCA   PICTURE 9(04)      VALUE ZEROS.
001440 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001450 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
001460 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001470 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 50.
001480 77  WRK-MOTIVO-RETENCAO PICTURE X(30)      VALUE SPACES.
001490 77  WRK-CONT-ITENS      PICTURE 9(07)      COMP VALUE ZEROS.
001500 77  WRK-CONT-RETIDOS    PICTURE 9(07)      COMP VALUE ZEROS.
001510 77  WRK-CONT-ENVELOPES  PICTURE 9(07)      COMP VALUE ZEROS.
001520 77  WRK-CONT-INSERTOS   PICTURE 9(07)      COMP VALUE ZEROS.
001530 77  WRK-CONT-FOLHAS     PICTURE 9(07)      COMP VALUE ZEROS.
001540 77  WRK-CONT-POUPADOS   PICTURE 9(07)      COMP VALUE ZEROS.
001550 77  WRK-PORTE-TOTAL     PICTURE 9(09)V99   COMP VALUE ZEROS.
001560
001570*----------------------------------------------------------*
001580* TABELA POSTAL POR FAIXA DE FOLHAS DO ENVELOPE: LIMITE DE *
001590* FOLHAS (9(03)) E PORTE (9(03)V99); A ULTIMA FAIXA COBRE  *
001600* O DOCUMENTO QUE SOZINHO JA PASSA DO LIMITE DO ENVELOPE   *
001610*----------------------------------------------------------*
001620 01  TAB-PORTES-DADOS.
001630     05  FILLER PICTURE X(08) VALUE "00400265".
001640     05  FILLER PICTURE X(08) VALUE "01000360".
001650     05  FILLER PICTURE X(08) VALUE "02000490".
001660     05  FILLER PICTURE X(08) VALUE "99900875".
001670 01  TAB-PORTES REDEFINES TAB-PORTES-DADOS.
001680     05  TAB-POR-ENTRADA         OCCURS 4 TIMES.
001690         10  TAB-POR-LIMITE       PICTURE 9(03).
001700         10  TAB-POR-VALOR        PICTURE 9(03)V99.
001710 77  WRK-QTD-PORTES      PICTURE 9(02)      COMP VALUE 4.
001720
001730*----------------------------------------------------------*
001740* ENDERECO DO CADASTRO E SUA FORMA NORMALIZADA, CARACTER A *
001750* CARACTER                                                 *
001760*----------------------------------------------------------*
001770 01  WRK-END-BRUTO           PICTURE X(30)  VALUE SPACES.
001780 01  TAB-END-BRUTO REDEFINES WRK-END-BRUTO.
001790     05  TAB-BRUTO-CAR        PICTURE X(01) OCCURS 30 TIMES.
001800 01  WRK-END-NORMAL          PICTURE X(30)  VALUE SPACES.
001810 01  TAB-END-NORMAL REDEFINES WRK-END-NORMAL.
001820     05  TAB-NORMAL-CAR       PICTURE X(01) OCCURS 30 TIMES.
001830
001840*----------------------------------------------------------*
001850* ITEM DE CORRESPONDENCIA COM O ENDERECO DO CADASTRO       *
001860* (REGISTRO DA CLASSIFICACAO POR DOMICILIO)                *
001870*----------------------------------------------------------*
001880 01  ENV-ITEM.
001890     05  ITM-CEP              PICTURE 9(08).
001900     05  ITM-ENDERECO-NORMAL  PICTURE X(30).
001910     05  ITM-CLIENTE          PICTURE 9(06).
001920     05  ITM-DATA             PICTURE 9(08).
001930     05  ITM-ARQUIVO          PICTURE X(08).
001940     05  ITM-REFERENCIA       PICTURE 9(06).
001950     05  ITM-ESPECIE          PICTURE X(01).
001960     05  ITM-AGENCIA          PICTURE 9(04).
001970     05  ITM-PAGINAS          PICTURE 9(03).
001980     05  ITM-NOME             PICTURE X(20).
001990     05  ITM-ENDERECO         PICTURE X(30).
002000     05  ITM-CIDADE           PICTURE X(20).
002010     05  ITM-UF               PICTURE X(02).
002020
002030*----------------------------------------------------------*
002040* DOCUMENTOS DO ENVELOPE EM MONTAGEM                       *
002050*----------------------------------------------------------*
002060 01  TAB-INSERTOS.
002070     05  TAB-INS-ENTRADA         OCCURS 20 TIMES.
002080         10  TAB-INS-DATA         PICTURE 9(08).
002090         10  TAB-INS-ARQUIVO      PICTURE X(08).
002100         10  TAB-INS-ESPECIE      PICTURE X(01).
002110         10  TAB-INS-REFERENCIA   PICTURE 9(06).
002120         10  TAB-INS-CLIENTE      PICTURE 9(06).
002130         10  TAB-INS-PAGINAS      PICTURE 9(03).
002140
002150*----------------------------------------------------------*
002160* RESUMO POR AGENCIA PARA O RELATORIO                      *
002170*----------------------------------------------------------*
002180 01  TAB-AGENCIAS.
002190     05  TAB-AG-ENTRADA          OCCURS 50 TIMES.
002200         10  TAB-AG-CODIGO        PICTURE 9(04).
002210         10  TAB-AG-ENVELOPES     PICTURE 9(07) COMP.
002220         10  TAB-AG-INSERTOS      PICTURE 9(07) COMP.
002230         10  TAB-AG-FOLHAS        PICTURE 9(07) COMP.
002240         10  TAB-AG-PORTE         PICTURE 9(09)V99 COMP.
002250         10  TAB-AG-RETIDOS       PICTURE 9(07) COMP.
002260
002270*----------------------------------------------------------*
002280* REGISTROS DO MANIFESTO CLIMANIF: H CABECALHO, R ITEM     *
002290* RETIDO (NAO POSTAR), E ENVELOPE, I DOCUMENTO A INSERIR   *
002300* NO ENVELOPE ANTERIOR, T TRAILER DE CONTROLE              *
002310*----------------------------------------------------------*
002320 01  MAN-CABECALHO.
002330     05  MAN-CAB-TIPO        PICTURE X(01) VALUE "H".
002340     05  MAN-CAB-DATA        PICTURE 9(08).
002350     05  MAN-CAB-ORIGEM      PICTURE X(08) VALUE "CLIENVEL".
002360     05  FILLER              PICTURE X(103) VALUE SPACES.
002370 01  MAN-RETIDO.
002380     05  MAN-RET-TIPO        PICTURE X(01) VALUE "R".
002390     05  MAN-RET-DATA        PICTURE 9(08).
002400     05  MAN-RET-ARQUIVO     PICTURE X(08).
002410     05  MAN-RET-ESPECIE     PICTURE X(01).
002420     05  MAN-RET-REFERENCIA  PICTURE 9(06).
002430     05  MAN-RET-CLIENTE     PICTURE 9(06).
002440     05  MAN-RET-AGENCIA     PICTURE 9(04).
002450     05  MAN-RET-MOTIVO      PICTURE X(30).
002460     05  FILLER              PICTURE X(56) VALUE SPACES.
002470 01  MAN-ENVELOPE.
002480     05  MAN-ENV-TIPO        PICTURE X(01) VALUE "E".
002490     05  MAN-ENV-NUMERO      PICTURE 9(07).
002500     05  MAN-ENV-CEP         PICTURE 9(08).
002510     05  MAN-ENV-ENDERECO    PICTURE X(30).
002520     05  MAN-ENV-CIDADE      PICTURE X(20).
002530     05  MAN-ENV-UF          PICTURE X(02).
002540     05  MAN-ENV-NOME        PICTURE X(20).
002550     05  MAN-ENV-AGENCIA     PICTURE 9(04).
002560     05  MAN-ENV-INSERTOS    PICTURE 9(03).
002570     05  MAN-ENV-FOLHAS      PICTURE 9(04).
002580     05  MAN-ENV-PORTE       PICTURE 9(03)V99.
002590     05  FILLER              PICTURE X(16) VALUE SPACES.
002600 01  MAN-INSERTO.
002610     05  MAN-INS-TIPO        PICTURE X(01) VALUE "I".
002620     05  MAN-INS-ENVELOPE    PICTURE 9(07).
002630     05  MAN-INS-ORDEM       PICTURE 9(03).
002640     05  MAN-INS-DATA        PICTURE 9(08).
002650     05  MAN-INS-ARQUIVO     PICTURE X(08).
002660     05  MAN-INS-ESPECIE     PICTURE X(01).
002670     05  MAN-INS-REFERENCIA  PICTURE 9(06).
002680     05  MAN-INS-CLIENTE     PICTURE 9(06).
002690     05  MAN-INS-FOLHAS      PICTURE 9(03).
002700     05  FILLER              PICTURE X(77) VALUE SPACES.
002710 01  MAN-TRAILER.
002720     05  MAN-TRL-TIPO        PICTURE X(01) VALUE "T".
002730     05  MAN-TRL-ENVELOPES   PICTURE 9(07).
002740     05  MAN-TRL-INSERTOS    PICTURE 9(07).
002750     05  MAN-TRL-FOLHAS      PICTURE 9(07).
002760     05  MAN-TRL-RETIDOS     PICTURE 9(07).
002770     05  MAN-TRL-PORTE       PICTURE 9(09)V99.
002780     05  FILLER              PICTURE X(80) VALUE SPACES.
002790
002800*----------------------------------------------------------*
002810* LINHAS DO RELATORIO RELENV                               *
002820*----------------------------------------------------------*
002830 01  REL-CABECALHO.
002840     05  FILLER              PICTURE X(44)
002850             VALUE "ENVELOPAMENTO DA CORRESPONDENCIA (CLIENVEL) ".
002860     05  REL-CAB-DATA        PICTURE 9(08).
002870     05  FILLER              PICTURE X(80) VALUE SPACES.
002880 01  REL-COLUNAS.
002890     05  FILLER              PICTURE X(10) VALUE "AGENCIA".
002900     05  FILLER              PICTURE X(12) VALUE "   ENVELOPES".
002910     05  FILLER              PICTURE X(12) VALUE "  DOCUMENTOS".
002920     05  FILLER              PICTURE X(12) VALUE "      FOLHAS".
002930     05  FILLER              PICTURE X(18)
002940             VALUE "             PORTE".
002950     05  FILLER              PICTURE X(12) VALUE "     RETIDOS".
002960     05  FILLER              PICTURE X(56) VALUE SPACES.
002970 01  REL-LINHA-AGENCIA.
002980     05  REL-AG-CODIGO       PICTURE 9(04).
002990     05  FILLER              PICTURE X(11) VALUE SPACES.
003000     05  REL-AG-ENVELOPES    PICTURE ZZZ.ZZ9.
003010     05  FILLER              PICTURE X(05) VALUE SPACES.
003020     05  REL-AG-INSERTOS     PICTURE ZZZ.ZZ9.
003030     05  FILLER              PICTURE X(05) VALUE SPACES.
003040     05  REL-AG-FOLHAS       PICTURE ZZZ.ZZ9.
003050     05  FILLER              PICTURE X(05) VALUE SPACES.
003060     05  REL-AG-PORTE        PICTURE ZZ.ZZZ.ZZ9,99.
003070     05  FILLER              PICTURE X(05) VALUE SPACES.
003080     05  REL-AG-RETIDOS      PICTURE ZZZ.ZZ9.
003090     05  FILLER              PICTURE X(56) VALUE SPACES.
003100 01  REL-RODAPE.
003110     05  REL-ROD-ROTULO      PICTURE X(30).
003120     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003130     05  FILLER              PICTURE X(84) VALUE SPACES.
003140
003150 PROCEDURE               DIVISION.
003160*----------------------------------------------------------*
003170* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003180*----------------------------------------------------------*
003190 0000-MAINLINE.
003200     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003210     SORT CLASSIFICACAO
003220             ON ASCENDING KEY SRT-CEP SRT-ENDERECO SRT-CLIENTE
003230                     SRT-DATA SRT-ARQUIVO SRT-REFERENCIA
003240             INPUT PROCEDURE IS 2000-LIBERAR-ITENS
003250                     THRU 2000-LIBERAR-ITENS-EXIT
003260             OUTPUT PROCEDURE IS 3000-MONTAR-ENVELOPES
003270                     THRU 3000-MONTAR-ENVELOPES-EXIT.
003280     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003290     GO TO 9999-EXIT.
003300
003310*----------------------------------------------------------*
003320* 1000-INICIALIZAR - ABRE OS ARQUIVOS E GRAVA O CABECALHO  *
003330*                    DO MANIFESTO                          *
003340*----------------------------------------------------------*
003350 1000-INICIALIZAR.
003360     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003370     OPEN INPUT CORRESPONDENCIA.
003380     IF FS-CORRESPONDENCIA NOT = "00"
003390         DISPLAY "CLIENVEL: ERRO AO ABRIR CLICORR - STATUS "
003400                 FS-CORRESPONDENCIA
003410         MOVE 16 TO RETURN-CODE
003420         GO TO 9999-EXIT
003430     END-IF.
003440     OPEN INPUT CLIENTES-MASTER.
003450     IF FS-CLIENTES-MASTER NOT = "00"
003460         DISPLAY "CLIENVEL: ERRO AO ABRIR CLIMSTR - STATUS "
003470                 FS-CLIENTES-MASTER
003480         CLOSE CORRESPONDENCIA
003490         MOVE 16 TO RETURN-CODE
003500         GO TO 9999-EXIT
003510     END-IF.
003520     OPEN OUTPUT MANIFESTO.
003530     IF FS-MANIFESTO NOT = "00"
003540         DISPLAY "CLIENVEL: ERRO AO ABRIR CLIMANIF - STATUS "
003550                 FS-MANIFESTO
003560         CLOSE CORRESPONDENCIA CLIENTES-MASTER
003570         MOVE 16 TO RETURN-CODE
003580         GO TO 9999-EXIT
003590     END-IF.
003600     OPEN OUTPUT CARTAS-DESVIADAS.
003610     OPEN OUTPUT RELATORIO.
003620     MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
003630     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003640     WRITE REL-LINHA FROM REL-COLUNAS AFTER ADVANCING 2 LINES.
003650     MOVE WRK-DATA-SISTEMA TO MAN-CAB-DATA.
003660     WRITE MAN-LINHA FROM MAN-CABECALHO.
003670 1000-INICIALIZAR-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------*
003710* 2000-LIBERAR-ITENS - LE O CLICORR E LIBERA CADA ITEM     *
003720*                    POSTAVEL COM O ENDERECO DO CADASTRO   *
003730*----------------------------------------------------------*
003740 2000-LIBERAR-ITENS.
003750     PERFORM 2100-TRATAR-ITEM THRU 2100-TRATAR-ITEM-EXIT
003760             UNTIL FIM-CORRESPONDENCIA.
003770 2000-LIBERAR-ITENS-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------*
003810* 2100-TRATAR-ITEM - CLIENTE SEM CADASTRO, SEM ENDERECO OU *
003820*                    COM ENDERECO DIVERGENTE NO CEP TEM O  *
003830*                    ITEM RETIDO; OS DEMAIS VAO PARA A     *
003840*                    CLASSIFICACAO POR DOMICILIO           *
003850*----------------------------------------------------------*
003860 2100-TRATAR-ITEM.
003870     READ CORRESPONDENCIA
003880         AT END
003890             SET FIM-CORRESPONDENCIA TO TRUE
003900             GO TO 2100-TRATAR-ITEM-EXIT
003910     END-READ.
003920     ADD 1 TO WRK-CONT-ITENS.
003930     MOVE COR-CLIENTE TO CLI-ID.
003940     READ CLIENTES-MASTER
003950         INVALID KEY
003960             MOVE "** NAO ENCONTRADO **" TO CLI-NOME
003970             MOVE "CLIENTE SEM CADASTRO          "
003980                     TO WRK-MOTIVO-RETENCAO
003990             PERFORM 2800-RETER-ITEM THRU 2800-RETER-ITEM-EXIT
004000             GO TO 2100-TRATAR-ITEM-EXIT
004010     END-READ.
004020     IF ENDERECO-DIVERGENTE
004030         MOVE "ENDERECO DIVERGENTE NO CEP    "
004040                 TO WRK-MOTIVO-RETENCAO
004050         PERFORM 2800-RETER-ITEM THRU 2800-RETER-ITEM-EXIT
004060         GO TO 2100-TRATAR-ITEM-EXIT
004070     END-IF.
004080     IF CLI-CEP = ZEROS OR CLI-ENDERECO = SPACES
004090         MOVE "ENDERECO INCOMPLETO           "
004100                 TO WRK-MOTIVO-RETENCAO
004110         PERFORM 2800-RETER-ITEM THRU 2800-RETER-ITEM-EXIT
004120         GO TO 2100-TRATAR-ITEM-EXIT
004130     END-IF.
004140     PERFORM 2500-NORMALIZAR-ENDERECO
004150             THRU 2500-NORMALIZAR-ENDERECO-EXIT.
004160     MOVE CLI-CEP         TO ITM-CEP.
004170     MOVE WRK-END-NORMAL  TO ITM-ENDERECO-NORMAL.
004180     MOVE COR-CLIENTE     TO ITM-CLIENTE.
004190     MOVE COR-DATA        TO ITM-DATA.
004200     MOVE COR-ARQUIVO     TO ITM-ARQUIVO.
004210     MOVE COR-REFERENCIA  TO ITM-REFERENCIA.
004220     MOVE COR-ESPECIE     TO ITM-ESPECIE.
004230     MOVE COR-AGENCIA     TO ITM-AGENCIA.
004240     MOVE COR-PAGINAS     TO ITM-PAGINAS.
004250     IF ITM-PAGINAS = ZEROS
004260         MOVE 1 TO ITM-PAGINAS
004270     END-IF.
004280     MOVE CLI-NOME        TO ITM-NOME.
004290     MOVE CLI-ENDERECO    TO ITM-ENDERECO.
004300     MOVE CLI-CIDADE      TO ITM-CIDADE.
004310     MOVE CLI-UF          TO ITM-UF.
004320     RELEASE SRT-REGISTRO FROM ENV-ITEM.
004330 2100-TRATAR-ITEM-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370* 2500-NORMALIZAR-ENDERECO - MAIUSCULAS, PONTUACAO TROCADA *
004380*                    POR ESPACO E ESPACOS REPETIDOS OU A   *
004390*                    ESQUERDA SUPRIMIDOS, PARA QUE "R. DAS *
004400*                    FLORES,  10" E "R DAS FLORES 10"      *
004410*                    CAIAM NO MESMO ENVELOPE               *
004420*----------------------------------------------------------*
004430 2500-NORMALIZAR-ENDERECO.
004440     MOVE CLI-ENDERECO TO WRK-END-BRUTO.
004450     INSPECT WRK-END-BRUTO CONVERTING
004460             "abcdefghijklmnopqrstuvwxyz.,;:-/#"
004470          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ       ".
004480     MOVE SPACES TO WRK-END-NORMAL.
004490     MOVE ZEROS  TO WRK-IDX-NORMAL.
004500     PERFORM 2550-COPIAR-CARACTER THRU 2550-COPIAR-CARACTER-EXIT
004510             VARYING WRK-IDX-BRUTO FROM 1 BY 1
004520             UNTIL WRK-IDX-BRUTO > 30.
004530 2500-NORMALIZAR-ENDERECO-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------*
004570* 2550-COPIAR-CARACTER - COPIA UM CARACTER PARA A FORMA    *
004580*                    NORMALIZADA; ESPACO SO ENTRA DEPOIS   *
004590*                    DE UM CARACTER QUE NAO SEJA ESPACO    *
004600*----------------------------------------------------------*
004610 2550-COPIAR-CARACTER.
004620     IF TAB-BRUTO-CAR (WRK-IDX-BRUTO) = SPACE
004630         IF WRK-IDX-NORMAL = ZEROS
004640             GO TO 2550-COPIAR-CARACTER-EXIT
004650         END-IF
004660         IF TAB-NORMAL-CAR (WRK-IDX-NORMAL) = SPACE
004670             GO TO 2550-COPIAR-CARACTER-EXIT
004680         END-IF
004690     END-IF.
004700     ADD 1 TO WRK-IDX-NORMAL.
004710     MOVE TAB-BRUTO-CAR (WRK-IDX-BRUTO)
004720             TO TAB-NORMAL-CAR (WRK-IDX-NORMAL).
004730 2550-COPIAR-CARACTER-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------*
004770* 2800-RETER-ITEM - ITEM QUE NAO VAI AO CORREIO: CARTADIV  *
004780*                    PARA A CENTRAL DE CADASTRO E REGISTRO *
004790*                    R NO MANIFESTO PARA A GRAFICA SEPARAR *
004800*                    O DOCUMENTO                           *
004810*----------------------------------------------------------*
004820 2800-RETER-ITEM.
004830     MOVE COR-AGENCIA         TO DESV-AGENCIA.
004840     MOVE COR-CLIENTE         TO DESV-CLIENTE.
004850     MOVE CLI-NOME            TO DESV-NOME.
004860     MOVE WRK-MOTIVO-RETENCAO TO DESV-MOTIVO.
004870     WRITE DESV-REGISTRO.
004880     MOVE COR-DATA            TO MAN-RET-DATA.
004890     MOVE COR-ARQUIVO         TO MAN-RET-ARQUIVO.
004900     MOVE COR-ESPECIE         TO MAN-RET-ESPECIE.
004910     MOVE COR-REFERENCIA      TO MAN-RET-REFERENCIA.
004920     MOVE COR-CLIENTE         TO MAN-RET-CLIENTE.
004930     MOVE COR-AGENCIA         TO MAN-RET-AGENCIA.
004940     MOVE WRK-MOTIVO-RETENCAO TO MAN-RET-MOTIVO.
004950     WRITE MAN-LINHA FROM MAN-RETIDO.
004960     ADD 1 TO WRK-CONT-RETIDOS.
004970     MOVE COR-AGENCIA TO WRK-AGENCIA-BUSCA.
004980     PERFORM 3450-SOMAR-AGENCIA THRU 3450-SOMAR-AGENCIA-EXIT.
004990     IF WRK-IDX-AG NOT = ZEROS
005000         ADD 1 TO TAB-AG-RETIDOS (WRK-IDX-AG)
005010     END-IF.
005020 2800-RETER-ITEM-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------*
005060* 3000-MONTAR-ENVELOPES - RECEBE OS ITENS POR DOMICILIO E  *
005070*                    FECHA O MANIFESTO COM O TRAILER       *
005080*----------------------------------------------------------*
005090 3000-MONTAR-ENVELOPES.
005100     PERFORM 3100-ENVELOPAR-ITEM THRU 3100-ENVELOPAR-ITEM-EXIT
005110             UNTIL FIM-CLASSIFICACAO.
005120     IF ENVELOPE-EM-ABERTO
005130         PERFORM 3300-FECHAR-ENVELOPE
005140                 THRU 3300-FECHAR-ENVELOPE-EXIT
005150     END-IF.
005160     MOVE WRK-CONT-ENVELOPES TO MAN-TRL-ENVELOPES.
005170     MOVE WRK-CONT-INSERTOS  TO MAN-TRL-INSERTOS.
005180     MOVE WRK-CONT-FOLHAS    TO MAN-TRL-FOLHAS.
005190     MOVE WRK-CONT-RETIDOS   TO MAN-TRL-RETIDOS.
005200     MOVE WRK-PORTE-TOTAL    TO MAN-TRL-PORTE.
005210     WRITE MAN-LINHA FROM MAN-TRAILER.
005220 3000-MONTAR-ENVELOPES-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------*
005260* 3100-ENVELOPAR-ITEM - QUEBRA POR CEP + ENDERECO          *
005270*                    NORMALIZADO; NO MESMO DOMICILIO ABRE  *
005280*                    OUTRO ENVELOPE QUANDO O ITEM PASSARIA *
005290*                    DO LIMITE DE FOLHAS OU DE DOCUMENTOS  *
005300*----------------------------------------------------------*
005310 3100-ENVELOPAR-ITEM.
005320     RETURN CLASSIFICACAO INTO ENV-ITEM
005330         AT END
005340             SET FIM-CLASSIFICACAO TO TRUE
005350             GO TO 3100-ENVELOPAR-ITEM-EXIT
005360     END-RETURN.
005370     IF ENVELOPE-EM-ABERTO
005380         IF ITM-CEP NOT = WRK-CEP-ATUAL
005390                 OR ITM-ENDERECO-NORMAL NOT = WRK-END-ATUAL
005400                 OR WRK-ENV-FOLHAS + ITM-PAGINAS > WRK-MAX-FOLHAS
005410                 OR WRK-QTD-INSERTOS NOT < WRK-MAX-INSERTOS
005420             PERFORM 3300-FECHAR-ENVELOPE
005430                     THRU 3300-FECHAR-ENVELOPE-EXIT
005440         END-IF
005450     END-IF.
005460     IF NOT ENVELOPE-EM-ABERTO
005470         PERFORM 3200-ABRIR-ENVELOPE
005480                 THRU 3200-ABRIR-ENVELOPE-EXIT
005490     END-IF.
005500     ADD 1 TO WRK-QTD-INSERTOS.
005510     MOVE ITM-DATA       TO TAB-INS-DATA (WRK-QTD-INSERTOS).
005520     MOVE ITM-ARQUIVO    TO TAB-INS-ARQUIVO (WRK-QTD-INSERTOS).
005530     MOVE ITM-ESPECIE    TO TAB-INS-ESPECIE (WRK-QTD-INSERTOS).
005540     MOVE ITM-REFERENCIA TO TAB-INS-REFERENCIA (WRK-QTD-INSERTOS).
005550     MOVE ITM-CLIENTE    TO TAB-INS-CLIENTE (WRK-QTD-INSERTOS).
005560     MOVE ITM-PAGINAS    TO TAB-INS-PAGINAS (WRK-QTD-INSERTOS).
005570     ADD ITM-PAGINAS TO WRK-ENV-FOLHAS.
005580 3100-ENVELOPAR-ITEM-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------*
005620* 3200-ABRIR-ENVELOPE - NUMERA O ENVELOPE; DESTINATARIO,   *
005630*                    ENDERECO E AGENCIA SAO OS DO PRIMEIRO *
005640*                    DOCUMENTO                             *
005650*----------------------------------------------------------*
005660 3200-ABRIR-ENVELOPE.
005670     SET ENVELOPE-EM-ABERTO TO TRUE.
005680     ADD 1 TO WRK-NUM-ENVELOPE.
005690     MOVE ITM-CEP             TO WRK-CEP-ATUAL.
005700     MOVE ITM-ENDERECO-NORMAL TO WRK-END-ATUAL.
005710     MOVE ITM-AGENCIA         TO WRK-ENV-AGENCIA.
005720     MOVE WRK-NUM-ENVELOPE    TO MAN-ENV-NUMERO.
005730     MOVE ITM-CEP             TO MAN-ENV-CEP.
005740     MOVE ITM-ENDERECO        TO MAN-ENV-ENDERECO.
005750     MOVE ITM-CIDADE          TO MAN-ENV-CIDADE.
005760     MOVE ITM-UF              TO MAN-ENV-UF.
005770     MOVE ITM-NOME            TO MAN-ENV-NOME.
005780     MOVE ITM-AGENCIA         TO MAN-ENV-AGENCIA.
005790     MOVE ZEROS TO WRK-QTD-INSERTOS WRK-ENV-FOLHAS.
005800 3200-ABRIR-ENVELOPE-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840* 3300-FECHAR-ENVELOPE - APURA O PORTE PELA TABELA POSTAL, *
005850*                    GRAVA O ENVELOPE E SEUS DOCUMENTOS NO *
005860*                    MANIFESTO E SOMA NA AGENCIA           *
005870*----------------------------------------------------------*
005880 3300-FECHAR-ENVELOPE.
005890     MOVE ZEROS TO WRK-IDX-POR-ACHADO.
005900     PERFORM 3350-PROCURAR-PORTE THRU 3350-PROCURAR-PORTE-EXIT
005910             VARYING WRK-IDX-POR FROM 1 BY 1
005920             UNTIL WRK-IDX-POR > WRK-QTD-PORTES.
005930     IF WRK-IDX-POR-ACHADO = ZEROS
005940         MOVE WRK-QTD-PORTES TO WRK-IDX-POR-ACHADO
005950     END-IF.
005960     MOVE TAB-POR-VALOR (WRK-IDX-POR-ACHADO) TO WRK-ENV-PORTE.
005970     MOVE WRK-QTD-INSERTOS TO MAN-ENV-INSERTOS.
005980     MOVE WRK-ENV-FOLHAS   TO MAN-ENV-FOLHAS.
005990     MOVE WRK-ENV-PORTE    TO MAN-ENV-PORTE.
006000     WRITE MAN-LINHA FROM MAN-ENVELOPE.
006010     PERFORM 3400-GRAVAR-INSERTO THRU 3400-GRAVAR-INSERTO-EXIT
006020             VARYING WRK-IDX-INS FROM 1 BY 1
006030             UNTIL WRK-IDX-INS > WRK-QTD-INSERTOS.
006040     ADD 1                TO WRK-CONT-ENVELOPES.
006050     ADD WRK-QTD-INSERTOS TO WRK-CONT-INSERTOS.
006060     ADD WRK-ENV-FOLHAS   TO WRK-CONT-FOLHAS.
006070     ADD WRK-ENV-PORTE    TO WRK-PORTE-TOTAL.
006080     MOVE WRK-ENV-AGENCIA TO WRK-AGENCIA-BUSCA.
006090     PERFORM 3450-SOMAR-AGENCIA THRU 3450-SOMAR-AGENCIA-EXIT.
006100     IF WRK-IDX-AG NOT = ZEROS
006110         ADD 1 TO TAB-AG-ENVELOPES (WRK-IDX-AG)
006120         ADD WRK-QTD-INSERTOS TO TAB-AG-INSERTOS (WRK-IDX-AG)
006130         ADD WRK-ENV-FOLHAS   TO TAB-AG-FOLHAS (WRK-IDX-AG)
006140         ADD WRK-ENV-PORTE    TO TAB-AG-PORTE (WRK-IDX-AG)
006150     END-IF.
006160     MOVE "N" TO WRK-TEM-ENV.
006170 3300-FECHAR-ENVELOPE-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------*
006210* 3350-PROCURAR-PORTE - PRIMEIRA FAIXA DA TABELA POSTAL    *
006220*                    QUE COMPORTA AS FOLHAS DO ENVELOPE    *
006230*----------------------------------------------------------*
006240 3350-PROCURAR-PORTE.
006250     IF WRK-IDX-POR-ACHADO = ZEROS
006260             AND WRK-ENV-FOLHAS NOT > TAB-POR-LIMITE (WRK-IDX-POR)
006270         MOVE WRK-IDX-POR TO WRK-IDX-POR-ACHADO
006280     END-IF.
006290 3350-PROCURAR-PORTE-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------*
006330* 3400-GRAVAR-INSERTO - UM DOCUMENTO DO ENVELOPE NO        *
006340*                    MANIFESTO, NA ORDEM DE INSERCAO       *
006350*----------------------------------------------------------*
006360 3400-GRAVAR-INSERTO.
006370     MOVE WRK-NUM-ENVELOPE TO MAN-INS-ENVELOPE.
006380     MOVE WRK-IDX-INS      TO MAN-INS-ORDEM.
006390     MOVE TAB-INS-DATA (WRK-IDX-INS)       TO MAN-INS-DATA.
006400     MOVE TAB-INS-ARQUIVO (WRK-IDX-INS)    TO MAN-INS-ARQUIVO.
006410     MOVE TAB-INS-ESPECIE (WRK-IDX-INS)    TO MAN-INS-ESPECIE.
006420     MOVE TAB-INS-REFERENCIA (WRK-IDX-INS) TO MAN-INS-REFERENCIA.
006430     MOVE TAB-INS-CLIENTE (WRK-IDX-INS)    TO MAN-INS-CLIENTE.
006440     MOVE TAB-INS-PAGINAS (WRK-IDX-INS)    TO MAN-INS-FOLHAS.
006450     WRITE MAN-LINHA FROM MAN-INSERTO.
006460 3400-GRAVAR-INSERTO-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------*
006500* 3450-SOMAR-AGENCIA - LOCALIZA (OU ABRE) A ENTRADA DE     *
006510*                    WRK-AGENCIA-BUSCA NO RESUMO; TABELA   *
006520*                    CHEIA DEVOLVE WRK-IDX-AG ZERADO, COM  *
006530*                    AVISO E RC 4 (OS TOTAIS GERAIS DO     *
006540*                    RODAPE CONTINUAM CERTOS)              *
006550*----------------------------------------------------------*
006560 3450-SOMAR-AGENCIA.
006570     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
006580     PERFORM 3470-PROCURAR-AGENCIA
006590             THRU 3470-PROCURAR-AGENCIA-EXIT
006600             VARYING WRK-IDX-AG FROM 1 BY 1
006610             UNTIL WRK-IDX-AG > WRK-QTD-AG.
006620     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
006630     IF WRK-IDX-AG = ZEROS
006640         IF WRK-QTD-AG >= WRK-MAX-AG
006650             DISPLAY "CLIENVEL: RESUMO POR AGENCIA CHEIO - "
006660                     "AGENCIA " WRK-AGENCIA-BUSCA
006670                     " FORA DO RESUMO"
006680             MOVE 4 TO RETURN-CODE
006690             GO TO 3450-SOMAR-AGENCIA-EXIT
006700         END-IF
006710         ADD 1 TO WRK-QTD-AG
006720         MOVE WRK-QTD-AG TO WRK-IDX-AG
006730         MOVE WRK-AGENCIA-BUSCA TO TAB-AG-CODIGO (WRK-IDX-AG)
006740         MOVE ZEROS TO TAB-AG-ENVELOPES (WRK-IDX-AG)
006750                       TAB-AG-INSERTOS (WRK-IDX-AG)
006760                       TAB-AG-FOLHAS (WRK-IDX-AG)
006770                       TAB-AG-PORTE (WRK-IDX-AG)
006780                       TAB-AG-RETIDOS (WRK-IDX-AG)
006790     END-IF.
006800 3450-SOMAR-AGENCIA-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------*
006840* 3470-PROCURAR-AGENCIA - CONFERE UMA ENTRADA DO RESUMO    *
006850*                    CONTRA A AGENCIA PROCURADA            *
006860*----------------------------------------------------------*
006870 3470-PROCURAR-AGENCIA.
006880     IF WRK-IDX-AG-ACHADO = ZEROS
006890             AND TAB-AG-CODIGO (WRK-IDX-AG) = WRK-AGENCIA-BUSCA
006900         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
006910     END-IF.
006920 3470-PROCURAR-AGENCIA-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------*
006960* 9000-FINALIZAR - RESUMO POR AGENCIA, TOTAIS, FECHAMENTO  *
006970*                    E ESVAZIAMENTO DO CLICORR             *
006980*----------------------------------------------------------*
006990 9000-FINALIZAR.
007000     PERFORM 9100-IMPRIMIR-AGENCIA
007010             THRU 9100-IMPRIMIR-AGENCIA-EXIT
007020             VARYING WRK-IDX-AG FROM 1 BY 1
007030             UNTIL WRK-IDX-AG > WRK-QTD-AG.
007040*    ENVELOPES POUPADOS: DOCUMENTOS POSTADOS QUE, SEM O
007050*    AGRUPAMENTO, TERIAM SEGUIDO CADA UM EM SEU ENVELOPE.
007060     COMPUTE WRK-CONT-POUPADOS =
007070             WRK-CONT-INSERTOS - WRK-CONT-ENVELOPES.
007080     MOVE "ITENS LIDOS (CLICORR)         " TO REL-ROD-ROTULO.
007090     MOVE WRK-CONT-ITENS TO REL-ROD-VALOR.
007100     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
007110     MOVE "DOCUMENTOS ENVELOPADOS        " TO REL-ROD-ROTULO.
007120     MOVE WRK-CONT-INSERTOS TO REL-ROD-VALOR.
007130     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007140     MOVE "ENVELOPES MONTADOS            " TO REL-ROD-ROTULO.
007150     MOVE WRK-CONT-ENVELOPES TO REL-ROD-VALOR.
007160     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007170     MOVE "ENVELOPES POUPADOS            " TO REL-ROD-ROTULO.
007180     MOVE WRK-CONT-POUPADOS TO REL-ROD-VALOR.
007190     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007200     MOVE "FOLHAS IMPRESSAS              " TO REL-ROD-ROTULO.
007210     MOVE WRK-CONT-FOLHAS TO REL-ROD-VALOR.
007220     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007230     MOVE "PORTE TOTAL                   " TO REL-ROD-ROTULO.
007240     MOVE WRK-PORTE-TOTAL TO REL-ROD-VALOR.
007250     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007260     MOVE "ITENS RETIDOS (CARTADIV)      " TO REL-ROD-ROTULO.
007270     MOVE WRK-CONT-RETIDOS TO REL-ROD-VALOR.
007280     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007290     CLOSE CORRESPONDENCIA CLIENTES-MASTER MANIFESTO
007300           CARTAS-DESVIADAS RELATORIO.
007310*    ITENS JA ENVELOPADOS NAO PODEM VOLTAR NO MANIFESTO DE
007320*    AMANHA.
007330     OPEN OUTPUT CORRESPONDENCIA.
007340     CLOSE CORRESPONDENCIA.
007350     DISPLAY "CLIENVEL: " WRK-CONT-ITENS " ITENS, "
007360             WRK-CONT-ENVELOPES " ENVELOPES, "
007370             WRK-CONT-RETIDOS " RETIDOS".
007380 9000-FINALIZAR-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------*
007420* 9100-IMPRIMIR-AGENCIA - IMPRIME O RESUMO DE UMA AGENCIA  *
007430*----------------------------------------------------------*
007440 9100-IMPRIMIR-AGENCIA.
007450     MOVE TAB-AG-CODIGO (WRK-IDX-AG)    TO REL-AG-CODIGO.
007460     MOVE TAB-AG-ENVELOPES (WRK-IDX-AG) TO REL-AG-ENVELOPES.
007470     MOVE TAB-AG-INSERTOS (WRK-IDX-AG)  TO REL-AG-INSERTOS.
007480     MOVE TAB-AG-FOLHAS (WRK-IDX-AG)    TO REL-AG-FOLHAS.
007490     MOVE TAB-AG-PORTE (WRK-IDX-AG)     TO REL-AG-PORTE.
007500     MOVE TAB-AG-RETIDOS (WRK-IDX-AG)   TO REL-AG-RETIDOS.
007510     WRITE REL-LINHA FROM REL-LINHA-AGENCIA
007520             AFTER ADVANCING 1 LINE.
007530 9100-IMPRIMIR-AGENCIA-EXIT.
007540     EXIT.
007550
007560 9999-EXIT.
007570     STOP RUN.
