000440*                    OS MESES INTERMEDIARIOS NAO SAO       *
000450*                    AVALIADOS E PRECISAM DE GERACAO       *
000460*                    MANUAL PELO ORDMAINT.                 *
000470* 2026-10-15 EBC     ORDEM CUJA CONTA DE ORIGEM, OU DE     *
000480*                    DESTINO NA TRANSFERENCIA, ESTA        *
000490*                    CONGELADA POR OBITO (CLI-STATUS "F")  *
000500*                    FICA SUSPENSA: NAO GERA MOVIMENTO,    *
000510*                    SAI NO RELATORIO COM A OBSERVACAO     *
000520*                    "SUSPENSA - OBITO" E E CONTADA NO     *
000530*                    QUADRO DE CONTROLE. O CLIMSTR E LIDO  *
000540*                    SO PARA ESSA CONFERENCIA; SEM ELE A   *
000550*                    GERACAO SEGUE COM AVISO E RC 4.       *
000560* 2026-10-15 EBC     FECHAMENTO DO DIA: SO GERA AS ORDENS  *
000570*                    COM O ULTIMO DIA PROCESSADO           *
000580*                    (CTRL-ULTIMA-DATA DO CLICTRL, LIDO SO *
000590*                    PARA ISSO) CERTIFICADO PELO CLIFECHA  *
000600*                    OU LIBERADO PELO SUPERVISOR NO        *
000610*                    FECMNT, CONFORME O CLIFECCT (1155);   *
000620*                    SENAO ABORTA COM RC 16 SEM TOCAR O    *
000630*                    CLIMOVD.                              *
000640* 2026-10-15 EBC     O CLIMOVD PASSA A RECEBER OS          *
000650*                    MOVIMENTOS GERADOS ENTRE UM CABECALHO *
000660*                    "H" E UM TRAILER "Z" DE LOTE (LAYOUT  *
000670*                    CLIMVCRG) COM A ORIGEM CLIORDEX, A    *
000680*                    QUANTIDADE E O HASH (SOMA DE          *
000690*                    MOV-VALOR); O CABECALHO SAI NO        *
000700*                    PRIMEIRO MOVIMENTO E O TRAILER NO     *
000710*                    FECHAMENTO (2075/9050). EXECUCAO      *
000720*                    INTERROMPIDA DEIXA O LOTE SEM TRAILER *
000730*                    E O CLIMOVTO O REJEITA POR INTEIRO.   *
000740*----------------------------------------------------------*
000750 ENVIRONMENT             DIVISION.
000760 CONFIGURATION           SECTION.
000770 SPECIAL-NAMES.
000780     DECIMAL-POINT IS COMMA.
000790
000800 INPUT-OUTPUT            SECTION.
000810 FILE-CONTROL.
000820*----------------------------------------------------------*
000830* ORDENS PERMANENTES DOS CLIENTES (ENTRADA)                *
000840*----------------------------------------------------------*
000850     SELECT ORDENS ASSIGN TO "CLIORDEM"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS ORD-CHAVE
000890         FILE STATUS IS FS-ORDENS.
000900*----------------------------------------------------------*
000910* MOVIMENTOS DO DIA - AS ORDENS DEVIDAS SAO ACRESCENTADAS  *
000920* AO QUE OS CAIXAS JA DIGITARAM                            *
000930*----------------------------------------------------------*
000940*----------------------------------------------------------*
000950* CADASTRO DE CLIENTES - SO PARA CONFERIR CONTA CONGELADA  *
000960* POR OBITO (ENTRADA, OPCIONAL)                            *
000970*----------------------------------------------------------*
000980     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS CLI-ID
001020         FILE STATUS IS FS-CLIENTES.
001030     SELECT MOVIMENTOS ASSIGN TO "CLIMOVD"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS FS-MOVIMENTOS.
001060*----------------------------------------------------------*
001070* CALENDARIO DE DIAS DE PROCESSAMENTO                      *
001080*----------------------------------------------------------*
001090     SELECT CALENDARIO ASSIGN TO "CLICALEN"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS FS-CALENDARIO.
001120*----------------------------------------------------------*
001130* CONTROLE DA ULTIMA GERACAO DE ORDENS (DATA)              *
001140*----------------------------------------------------------*
001150     SELECT CONTROLE-ORDENS ASSIGN TO "CLIORDCT"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS FS-CONTROLE-ORDENS.
001180*----------------------------------------------------------*
001190* REGISTRO DE CONTROLE DO LOTE (SO LEITURA) - ULTIMO DIA   *
001200* PROCESSADO                                               *
001210*----------------------------------------------------------*
001220     SELECT CONTROLE ASSIGN TO "CLICTRL"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS FS-CONTROLE.
001250*----------------------------------------------------------*
001260* CONTROLE DE FECHAMENTO DO DIA (CLIFECHA/FECMNT) - A DATA *
001270* NOVA SO E ACEITA COM O DIA ANTERIOR CERTIFICADO OU       *
001280* LIBERADO                                                 *
001290*----------------------------------------------------------*
001300     SELECT FECHAMENTO ASSIGN TO "CLIFECCT"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS FS-FECHAMENTO.
001330*----------------------------------------------------------*
001340* RELATORIO DE CONTROLE DA GERACAO (SAIDA SYSOUT)          *
001350*----------------------------------------------------------*
001360     SELECT RELATORIO ASSIGN TO "RELORD"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS FS-RELATORIO.
001390
001400 DATA                    DIVISION.
001410 FILE                    SECTION.
001420 FD  ORDENS
001430     LABEL RECORD IS STANDARD.
001440     COPY CLIORDRG.
001450
001460 FD  CLIENTES-MASTER
001470     LABEL RECORD IS STANDARD.
001480     COPY CLIREG.
001490
001500 FD  MOVIMENTOS
001510     LABEL RECORD IS STANDARD.
001520 01  MOV-REGISTRO.
001530     05  MOV-TIPO            PICTURE X(01).
001540     05  MOV-CLIENTE         PICTURE 9(06).
001550     05  MOV-CLIENTE-DEST    PICTURE 9(06).
001560     05  MOV-VALOR           PICTURE 9(10).
001570     05  FILLER              PICTURE X(57).
001580     COPY CLIMVCRG.
001590
001600 FD  CALENDARIO
001610     LABEL RECORD IS STANDARD.
001620 01  CAL-REGISTRO.
001630     05  CAL-DATA              PICTURE 9(08).
001640     05  FILLER                PICTURE X(01).
001650     05  CAL-TIPO              PICTURE X(01).
001660         88  CAL-DIA-UTIL                     VALUE "U".
001670
001680 FD  CONTROLE-ORDENS
001690     LABEL RECORD IS STANDARD.
001700 01  ORDCT-REGISTRO.
001710     05  ORDCT-ULTIMA-DATA    PICTURE 9(08).
001720
001730 FD  CONTROLE
001740     LABEL RECORD IS STANDARD.
001750 01  CTRL-REGISTRO.
001760     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001770     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001780     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001790
001800 FD  FECHAMENTO
001810     LABEL RECORD IS STANDARD.
001820     COPY CLIFECRG.
001830
001840 FD  RELATORIO
001850     LABEL RECORD IS STANDARD.
001860 01  REL-LINHA               PICTURE X(132).
001870
001880 WORKING-STORAGE         SECTION.
001890 01  WRK-FLAGS.
001900     05  WRK-FIM-ORDENS  PICTURE X(01)      VALUE "N".
001910         88  FIM-ARQUIVO-ORDENS             VALUE "S".
001920     05  WRK-FIM-CALEND  PICTURE X(01)      VALUE "N".
001930         88  FIM-ARQUIVO-CALENDARIO         VALUE "S".
001940     05  WRK-ORDEM-DEVIDA PICTURE X(01)     VALUE "N".
001950         88  ORDEM-DEVIDA                   VALUE "S".
001960     05  WRK-TEM-CLIENTES PICTURE X(01)     VALUE "N".
001970         88  ARQUIVO-CLIENTES-OK            VALUE "S".
001980     05  WRK-ORDEM-SUSPENSA PICTURE X(01)   VALUE "N".
001990         88  ORDEM-SUSPENSA                 VALUE "S".
002000     05  WRK-LOTE-MOVD   PICTURE X(01)      VALUE "N".
002010         88  LOTE-MOVD-ABERTO               VALUE "S".
002020 01  FS-ORDENS           PICTURE X(02)      VALUE "00".
002030 01  FS-MOVIMENTOS       PICTURE X(02)      VALUE "00".
002040 01  FS-CLIENTES         PICTURE X(02)      VALUE "00".
002050 01  FS-CALENDARIO       PICTURE X(02)      VALUE "00".
002060 01  FS-CONTROLE-ORDENS  PICTURE X(02)      VALUE "00".
002070 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
002080 01  FS-FECHAMENTO       PICTURE X(02)      VALUE "00".
002090 01  WRK-FLAGS-FECHAMENTO.
002100     05  WRK-SIT-FECHAMENTO PICTURE X(01)   VALUE "N".
002110         88  DIA-ANTERIOR-CERTIFICADO       VALUE "C".
002120         88  DIA-ANTERIOR-LIBERADO          VALUE "L".
002130 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
002140 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
002150 77  WRK-DATA-ULT-ORD    PICTURE 9(08)      VALUE ZEROS.
002160 77  WRK-DATA-PENDENTE   PICTURE 9(08)      VALUE ZEROS.
002170 77  WRK-TIPO-DIA-EXEC   PICTURE X(01)      VALUE SPACES.
002180 77  WRK-AAAAMM-EXEC     PICTURE 9(06)      VALUE ZEROS.
002190 77  WRK-AAAAMM-ANT      PICTURE 9(06)      VALUE ZEROS.
002200 77  WRK-DATA-JANELA     PICTURE 9(08)      VALUE ZEROS.
002210 77  WRK-QTD-CAL         PICTURE 9(03)      COMP VALUE ZEROS.
002220 77  WRK-MAX-CAL         PICTURE 9(03)      COMP VALUE 70.
002230 77  WRK-IDX-CAL         PICTURE 9(03)      COMP VALUE ZEROS.
002240 77  WRK-DATA-PREVISTA   PICTURE 9(08)      VALUE ZEROS.
002250 77  WRK-DATA-RESOLVIDA  PICTURE 9(08)      VALUE ZEROS.
002260 77  WRK-AAAAMM-ORDEM    PICTURE 9(06)      VALUE ZEROS.
002270 77  WRK-DIA-ORDEM       PICTURE 9(02)      COMP VALUE ZEROS.
002280 77  WRK-CONT-LIDAS      PICTURE 9(06)      COMP VALUE ZEROS.
002290 77  WRK-CONT-ATIVAS     PICTURE 9(06)      COMP VALUE ZEROS.
002300 77  WRK-CONT-GERADOS    PICTURE 9(06)      COMP VALUE ZEROS.
002310 77  WRK-TOTAL-GERADO    PICTURE S9(12)     COMP VALUE ZEROS.
002320 77  WRK-CONT-SUSPENSAS  PICTURE 9(06)      COMP VALUE ZEROS.
002330 77  WRK-DATA-CALC       PICTURE 9(08)      VALUE ZEROS.
002340 77  WRK-ANO-CALC        PICTURE 9(04)      COMP VALUE ZEROS.
002350 77  WRK-MES-CALC        PICTURE 9(02)      COMP VALUE ZEROS.
002360 77  WRK-DIAS-CIVIS-CALC PICTURE 9(02)      COMP VALUE 31.
002370 77  WRK-QUOCIENTE       PICTURE 9(04)      COMP VALUE ZEROS.
002380 77  WRK-RESTO-4         PICTURE 9(02)      COMP VALUE ZEROS.
002390 77  WRK-RESTO-100       PICTURE 9(02)      COMP VALUE ZEROS.
002400 77  WRK-RESTO-400       PICTURE 9(03)      COMP VALUE ZEROS.
002410 77  WRK-LOTE-QTD        PICTURE 9(06)      COMP VALUE ZEROS.
002420 77  WRK-LOTE-HASH       PICTURE 9(15)      COMP VALUE ZEROS.
002430 77  WRK-LOTE-HORA       PICTURE 9(06)      VALUE ZEROS.
002440 77  WRK-HORA-COMPLETA   PICTURE 9(08)      VALUE ZEROS.
002450
002460*----------------------------------------------------------*
002470* DATAS DO CALENDARIO NA JANELA DE APURACAO (DO INICIO DO  *
002480* MES ANTERIOR ATE A DATA DE EXECUCAO), EM ORDEM DE        *
002490* LEITURA, PARA RESOLVER O VENCIMENTO AO PROXIMO DIA "U"   *
002500*----------------------------------------------------------*
002510 01  TAB-CALENDARIO.
002520     05  TAB-CAL-ENTRADA          OCCURS 70 TIMES.
002530         10  TAB-CAL-DATA          PICTURE 9(08).
002540         10  TAB-CAL-TIPO          PICTURE X(01).
002550
002560*----------------------------------------------------------*
002570* LINHAS DO RELATORIO DE CONTROLE DA GERACAO               *
002580*----------------------------------------------------------*
002590 01  REL-CABECALHO-1.
002600     05  FILLER              PICTURE X(44)
002610             VALUE "GERACAO DE ORDENS PERMANENTES - CLIORDEX".
002620     05  FILLER              PICTURE X(88) VALUE SPACES.
002630 01  REL-CABECALHO-2.
002640     05  FILLER              PICTURE X(08) VALUE "CLIENTE ".
002650     05  FILLER              PICTURE X(05) VALUE "SEQ  ".
002660     05  FILLER              PICTURE X(06) VALUE "TIPO  ".
002670     05  FILLER              PICTURE X(09) VALUE "DESTINO  ".
002680     05  FILLER              PICTURE X(20) VALUE "VALOR".
002690     05  FILLER              PICTURE X(12) VALUE "VENCIMENTO".
002700     05  FILLER              PICTURE X(72) VALUE SPACES.
002710 01  REL-DETALHE.
002720     05  REL-DET-CLIENTE     PICTURE 9(06).
002730     05  FILLER              PICTURE X(03) VALUE SPACES.
002740     05  REL-DET-SEQ         PICTURE 9(02).
002750     05  FILLER              PICTURE X(04) VALUE SPACES.
002760     05  REL-DET-TIPO        PICTURE X(01).
002770     05  FILLER              PICTURE X(04) VALUE SPACES.
002780     05  REL-DET-DESTINO     PICTURE X(06).
002790     05  FILLER              PICTURE X(03) VALUE SPACES.
002800     05  REL-DET-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002810     05  FILLER              PICTURE X(02) VALUE SPACES.
002820     05  REL-DET-VENCTO      PICTURE 9(08).
002830     05  FILLER              PICTURE X(02) VALUE SPACES.
002840     05  REL-DET-OBS         PICTURE X(20) VALUE SPACES.
002850     05  FILLER              PICTURE X(53) VALUE SPACES.
002860 01  REL-TIT-CONTROLE.
002870     05  FILLER              PICTURE X(30)
002880             VALUE "QUADRO DE TOTAIS DE CONTROLE".
002890     05  FILLER              PICTURE X(102) VALUE SPACES.
002900 01  REL-RODAPE.
002910     05  REL-ROD-ROTULO      PICTURE X(30).
002920     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002930     05  FILLER              PICTURE X(84) VALUE SPACES.
002940
002950 PROCEDURE               DIVISION.
002960*----------------------------------------------------------*
002970* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002980*----------------------------------------------------------*
002990 0000-MAINLINE.
003000     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003010     PERFORM 2000-TRATAR-ORDEM     THRU 2000-TRATAR-ORDEM-EXIT
003020             UNTIL FIM-ARQUIVO-ORDENS.
003030     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003040     GO TO 9999-EXIT.
003050
003060*----------------------------------------------------------*
003070* 1000-INICIALIZAR - GUARDA DE DATA, CALENDARIO E ABERTURA *
003080*----------------------------------------------------------*
003090 1000-INICIALIZAR.
003100     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003110     PERFORM 1150-VERIFICAR-DATA-EXECUCAO
003120             THRU 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
003130     PERFORM 1130-LER-CALENDARIO
003140             THRU 1130-LER-CALENDARIO-EXIT.
003150     IF WRK-TIPO-DIA-EXEC NOT = "U"
003160         DISPLAY "CLIORDEX: " WRK-DATA-EXECUCAO " NAO E DIA DE "
003170                 "PROCESSAMENTO NO CLICALEN - NADA A GERAR"
003180         GO TO 9999-EXIT
003190     END-IF.
003200     PERFORM 1155-VERIFICAR-FECHAMENTO
003210             THRU 1155-VERIFICAR-FECHAMENTO-EXIT.
003220     OPEN INPUT ORDENS.
003230     IF FS-ORDENS NOT = "00"
003240         DISPLAY "CLIORDEX: CLIORDEM INDISPONIVEL - STATUS "
003250                 FS-ORDENS " - NADA A GERAR"
003260         GO TO 9999-EXIT
003270     END-IF.
003280     OPEN EXTEND MOVIMENTOS.
003290     IF FS-MOVIMENTOS NOT = "00"
003300         DISPLAY "CLIORDEX: ERRO AO ABRIR CLIMOVD - STATUS "
003310                 FS-MOVIMENTOS
003320         CLOSE ORDENS
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 9999-EXIT
003350     END-IF.
003360     OPEN INPUT CLIENTES-MASTER.
003370     IF FS-CLIENTES = "00"
003380         SET ARQUIVO-CLIENTES-OK TO TRUE
003390     ELSE
003400         DISPLAY "CLIORDEX: CLIMSTR INDISPONIVEL - STATUS "
003410                 FS-CLIENTES " - CONTAS CONGELADAS POR OBITO "
003420                 "NAO CONFERIDAS"
003430         IF RETURN-CODE < 4
003440             MOVE 4 TO RETURN-CODE
003450         END-IF
003460     END-IF.
003470     OPEN OUTPUT RELATORIO.
003480     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
003490     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 2 LINES.
003500     PERFORM 2100-LER-PROXIMA-ORDEM
003510             THRU 2100-LER-PROXIMA-ORDEM-EXIT.
003520 1000-INICIALIZAR-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------*
003560* 1150-VERIFICAR-DATA-EXECUCAO - IMPEDE UMA SEGUNDA        *
003570*                 GERACAO DE ORDENS NO MESMO DIA, CONFORME *
003580*                 O CLIORDCT, E GUARDA A DATA DA ULTIMA    *
003590*                 GERACAO PARA O CATCH-UP DOS VENCIMENTOS  *
003600*                 PERDIDOS                                 *
003610*----------------------------------------------------------*
003620 1150-VERIFICAR-DATA-EXECUCAO.
003630     OPEN INPUT CONTROLE-ORDENS.
003640     IF FS-CONTROLE-ORDENS = "00"
003650         READ CONTROLE-ORDENS
003660             AT END
003670                 CONTINUE
003680             NOT AT END
003690                 MOVE ORDCT-ULTIMA-DATA TO WRK-DATA-ULT-ORD
003700                 IF ORDCT-ULTIMA-DATA = WRK-DATA-EXECUCAO
003710                     DISPLAY "CLIORDEX: ORDENS DE "
003720                             WRK-DATA-EXECUCAO " JA GERADAS"
003730                             " - ABORTANDO"
003740                     CLOSE CONTROLE-ORDENS
003750                     MOVE 16 TO RETURN-CODE
003760                     GO TO 9999-EXIT
003770                 END-IF
003780         END-READ
003790         CLOSE CONTROLE-ORDENS
003800     END-IF.
003810 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------*
003850* 1155-VERIFICAR-FECHAMENTO - A DATA NOVA SO E ACEITA      *
003860*                  COM O ULTIMO DIA PROCESSADO (CTRL-      *
003870*                  ULTIMA-DATA DO CLICTRL) CERTIFICADO     *
003880*                  PELO CLIFECHA OU LIBERADO PELO          *
003890*                  SUPERVISOR (FECMNT), CONFORME O         *
003900*                  CLIFECCT                                *
003910*----------------------------------------------------------*
003920 1155-VERIFICAR-FECHAMENTO.
003930     MOVE "N" TO WRK-SIT-FECHAMENTO.
003940     MOVE ZEROS TO WRK-DATA-PENDENTE.
003950     OPEN INPUT CONTROLE.
003960     IF FS-CONTROLE = "00"
003970         READ CONTROLE
003980             AT END
003990                 CONTINUE
004000             NOT AT END
004010                 MOVE CTRL-ULTIMA-DATA TO WRK-DATA-PENDENTE
004020         END-READ
004030         CLOSE CONTROLE
004040     END-IF.
004050     IF WRK-DATA-PENDENTE = ZEROS
004060             OR WRK-DATA-PENDENTE NOT < WRK-DATA-EXECUCAO
004070         GO TO 1155-VERIFICAR-FECHAMENTO-EXIT
004080     END-IF.
004090     OPEN INPUT FECHAMENTO.
004100     IF FS-FECHAMENTO = "00"
004110         READ FECHAMENTO
004120             AT END
004130                 CONTINUE
004140             NOT AT END
004150                 IF FEC-ULTIMA-DATA NOT < WRK-DATA-PENDENTE
004160                     SET DIA-ANTERIOR-CERTIFICADO TO TRUE
004170                 ELSE
004180                     IF FEC-DATA-LIBERADA = WRK-DATA-PENDENTE
004190                         SET DIA-ANTERIOR-LIBERADO TO TRUE
004200                     END-IF
004210                 END-IF
004220         END-READ
004230         CLOSE FECHAMENTO
004240     END-IF.
004250     IF DIA-ANTERIOR-CERTIFICADO
004260         GO TO 1155-VERIFICAR-FECHAMENTO-EXIT
004270     END-IF.
004280     IF DIA-ANTERIOR-LIBERADO
004290         DISPLAY "CLIORDEX: DIA " WRK-DATA-PENDENTE " NAO "
004300                 "CERTIFICADO, LIBERADO POR " FEC-OPERADOR-LIB
004310                 " - " FEC-MOTIVO-LIB
004320         GO TO 1155-VERIFICAR-FECHAMENTO-EXIT
004330     END-IF.
004340     DISPLAY "CLIORDEX: DIA " WRK-DATA-PENDENTE " NAO "
004350             "CERTIFICADO (CLIFECHA) NEM LIBERADO (FECMNT)"
004360             " - ABORTANDO"
004370     MOVE 16 TO RETURN-CODE
004380     GO TO 9999-EXIT.
004390 1155-VERIFICAR-FECHAMENTO-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------*
004430* 1130-LER-CALENDARIO - CARREGA NA TABELA AS DATAS DO      *
004440*                 CLICALEN ENTRE O INICIO DO MES ANTERIOR  *
004450*                 E A DATA DE EXECUCAO, E GUARDA O TIPO DA *
004460*                 PROPRIA DATA                             *
004470*----------------------------------------------------------*
004480 1130-LER-CALENDARIO.
004490     COMPUTE WRK-AAAAMM-EXEC = WRK-DATA-EXECUCAO / 100.
004500     IF WRK-AAAAMM-EXEC - (WRK-AAAAMM-EXEC / 100) * 100 = 1
004510         COMPUTE WRK-AAAAMM-ANT =
004520                 (WRK-AAAAMM-EXEC / 100 - 1) * 100 + 12
004530     ELSE
004540         COMPUTE WRK-AAAAMM-ANT = WRK-AAAAMM-EXEC - 1
004550     END-IF.
004560     COMPUTE WRK-DATA-JANELA = WRK-AAAAMM-ANT * 100 + 1.
004570*    A RECUPERACAO SO AVALIA O MES ANTERIOR E O CORRENTE.
004580*    ULTIMA GERACAO ANTES DESSA JANELA: OS VENCIMENTOS DOS
004590*    MESES INTERMEDIARIOS NAO SERAO AVALIADOS - AVISO E RC 4
004600*    PARA A GERACAO MANUAL PELO ORDMAINT.
004610     IF WRK-DATA-ULT-ORD NOT = ZEROS
004620             AND WRK-DATA-ULT-ORD < WRK-DATA-JANELA
004630         DISPLAY "CLIORDEX: ULTIMA GERACAO EM "
004640                 WRK-DATA-ULT-ORD " - PARADA MAIOR QUE A "
004650                 "JANELA DE RECUPERACAO (MES ANTERIOR + "
004660                 "CORRENTE); CONFERIR OS VENCIMENTOS DOS "
004670                 "MESES INTERMEDIARIOS NO ORDMAINT"
004680         IF RETURN-CODE < 4
004690             MOVE 4 TO RETURN-CODE
004700         END-IF
004710     END-IF.
004720     OPEN INPUT CALENDARIO.
004730     IF FS-CALENDARIO NOT = "00"
004740         DISPLAY "CLIORDEX: CLICALEN NAO ENCONTRADO - NADA A "
004750                 "GERAR"
004760         GO TO 9999-EXIT
004770     END-IF.
004780     PERFORM 1135-LER-DIA-CALENDARIO
004790             THRU 1135-LER-DIA-CALENDARIO-EXIT
004800             UNTIL FIM-ARQUIVO-CALENDARIO.
004810     CLOSE CALENDARIO.
004820 1130-LER-CALENDARIO-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------*
004860* 1135-LER-DIA-CALENDARIO - TRATA UM REGISTRO DO           *
004870*                 CALENDARIO                               *
004880*----------------------------------------------------------*
004890 1135-LER-DIA-CALENDARIO.
004900     READ CALENDARIO
004910         AT END
004920             SET FIM-ARQUIVO-CALENDARIO TO TRUE
004930             GO TO 1135-LER-DIA-CALENDARIO-EXIT
004940     END-READ.
004950     IF CAL-DATA = WRK-DATA-EXECUCAO
004960         MOVE CAL-TIPO TO WRK-TIPO-DIA-EXEC
004970     END-IF.
004980     IF CAL-DATA < WRK-DATA-JANELA
004990             OR CAL-DATA > WRK-DATA-EXECUCAO
005000         GO TO 1135-LER-DIA-CALENDARIO-EXIT
005010     END-IF.
005020     IF WRK-QTD-CAL >= WRK-MAX-CAL
005030         DISPLAY "CLIORDEX: TABELA DE CALENDARIO CHEIA - DATA "
005040                 CAL-DATA " FORA DA JANELA"
005050         GO TO 1135-LER-DIA-CALENDARIO-EXIT
005060     END-IF.
005070     ADD 1 TO WRK-QTD-CAL.
005080     MOVE CAL-DATA TO TAB-CAL-DATA (WRK-QTD-CAL).
005090     MOVE CAL-TIPO TO TAB-CAL-TIPO (WRK-QTD-CAL).
005100 1135-LER-DIA-CALENDARIO-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------*
005140* 1145-APURAR-DIAS-CIVIS - QUANTOS DIAS CIVIS TEM O MES DA *
005150*                 DATA EM WRK-DATA-CALC (COM BISSEXTO),    *
005160*                 NOS MOLDES DO 1145 DO CLIENTES           *
005170*----------------------------------------------------------*
005180 1145-APURAR-DIAS-CIVIS.
005190     COMPUTE WRK-ANO-CALC = WRK-DATA-CALC / 10000.
005200     COMPUTE WRK-MES-CALC =
005210             (WRK-DATA-CALC / 100) - (WRK-ANO-CALC * 100).
005220     EVALUATE WRK-MES-CALC
005230         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
005240             MOVE 31 TO WRK-DIAS-CIVIS-CALC
005250         WHEN 4 WHEN 6 WHEN 9 WHEN 11
005260             MOVE 30 TO WRK-DIAS-CIVIS-CALC
005270         WHEN 2
005280             DIVIDE WRK-ANO-CALC BY 4 GIVING WRK-QUOCIENTE
005290                     REMAINDER WRK-RESTO-4
005300             DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-QUOCIENTE
005310                     REMAINDER WRK-RESTO-100
005320             DIVIDE WRK-ANO-CALC BY 400 GIVING WRK-QUOCIENTE
005330                     REMAINDER WRK-RESTO-400
005340             IF WRK-RESTO-4 = ZEROS
005350                     AND (WRK-RESTO-100 NOT = ZEROS
005360                     OR WRK-RESTO-400 = ZEROS)
005370                 MOVE 29 TO WRK-DIAS-CIVIS-CALC
005380             ELSE
005390                 MOVE 28 TO WRK-DIAS-CIVIS-CALC
005400             END-IF
005410     END-EVALUATE.
005420 1145-APURAR-DIAS-CIVIS-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------*
005460* 2000-TRATAR-ORDEM - AVALIA SE A ORDEM CORRENTE VENCE NA  *
005470*                 DATA DE EXECUCAO (OU VENCEU NUM DIA "U"  *
005480*                 PERDIDO DESDE A ULTIMA GERACAO) E GRAVA  *
005490*                 O MOVIMENTO DEVIDO                       *
005500*----------------------------------------------------------*
005510 2000-TRATAR-ORDEM.
005520     IF NOT ORD-ATIVA
005530         GO TO 2000-TRATAR-ORDEM-LER
005540     END-IF.
005550     ADD 1 TO WRK-CONT-ATIVAS.
005560*    O VENCIMENTO E AVALIADO NO MES ANTERIOR E NO MES
005570*    CORRENTE: UM VENCIMENTO DE FIM DE MES CUJO PROXIMO DIA
005580*    "U" SO CHEGA NO MES SEGUINTE E CAPTURADO PELA PASSADA
005590*    DO MES ANTERIOR.
005600     MOVE WRK-AAAAMM-ANT TO WRK-AAAAMM-ORDEM.
005610     PERFORM 2050-AVALIAR-VENCIMENTO
005620             THRU 2050-AVALIAR-VENCIMENTO-EXIT.
005630     IF ORDEM-DEVIDA
005640         PERFORM 2070-GERAR-MOVIMENTO
005650                 THRU 2070-GERAR-MOVIMENTO-EXIT
005660     END-IF.
005670*    AS DUAS PASSADAS SEMPRE RODAM: NUMA PARADA LONGA A
005680*    OCORRENCIA DO MES ANTERIOR E A DO MES CORRENTE PODEM
005690*    ESTAR AMBAS DEVIDAS.
005700     MOVE WRK-AAAAMM-EXEC TO WRK-AAAAMM-ORDEM.
005710     PERFORM 2050-AVALIAR-VENCIMENTO
005720             THRU 2050-AVALIAR-VENCIMENTO-EXIT.
005730     IF ORDEM-DEVIDA
005740         PERFORM 2070-GERAR-MOVIMENTO
005750                 THRU 2070-GERAR-MOVIMENTO-EXIT
005760     END-IF.
005770 2000-TRATAR-ORDEM-LER.
005780     PERFORM 2100-LER-PROXIMA-ORDEM
005790             THRU 2100-LER-PROXIMA-ORDEM-EXIT.
005800 2000-TRATAR-ORDEM-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840* 2050-AVALIAR-VENCIMENTO - MONTA O VENCIMENTO DA ORDEM NO *
005850*                 MES PEDIDO (DIA MAIOR QUE O MES CAI NO   *
005860*                 ULTIMO DIA CIVIL), RESOLVE AO PROXIMO    *
005870*                 DIA "U" DO CALENDARIO E MARCA A ORDEM    *
005880*                 COMO DEVIDA QUANDO O DIA RESOLVIDO CAI   *
005890*                 ENTRE A ULTIMA GERACAO (EXCLUSIVE) E A   *
005900*                 DATA DE EXECUCAO (INCLUSIVE)             *
005910*----------------------------------------------------------*
005920 2050-AVALIAR-VENCIMENTO.
005930     MOVE "N" TO WRK-ORDEM-DEVIDA.
005940     COMPUTE WRK-DATA-CALC = WRK-AAAAMM-ORDEM * 100 + 1.
005950     PERFORM 1145-APURAR-DIAS-CIVIS
005960             THRU 1145-APURAR-DIAS-CIVIS-EXIT.
005970     IF ORD-DIA-MES > WRK-DIAS-CIVIS-CALC
005980         MOVE WRK-DIAS-CIVIS-CALC TO WRK-DIA-ORDEM
005990     ELSE
006000         MOVE ORD-DIA-MES TO WRK-DIA-ORDEM
006010     END-IF.
006020     COMPUTE WRK-DATA-PREVISTA = WRK-AAAAMM-ORDEM * 100
006030             + WRK-DIA-ORDEM.
006040     IF ORD-DATA-FIM NOT = ZEROS
006050             AND WRK-DATA-PREVISTA > ORD-DATA-FIM
006060         GO TO 2050-AVALIAR-VENCIMENTO-EXIT
006070     END-IF.
006080     MOVE ZEROS TO WRK-DATA-RESOLVIDA.
006090     PERFORM 2060-RESOLVER-DIA-UTIL
006100             THRU 2060-RESOLVER-DIA-UTIL-EXIT
006110             VARYING WRK-IDX-CAL FROM 1 BY 1
006120             UNTIL WRK-IDX-CAL > WRK-QTD-CAL.
006130     IF WRK-DATA-RESOLVIDA = ZEROS
006140         GO TO 2050-AVALIAR-VENCIMENTO-EXIT
006150     END-IF.
006160     IF WRK-DATA-RESOLVIDA > WRK-DATA-ULT-ORD
006170             AND WRK-DATA-RESOLVIDA NOT > WRK-DATA-EXECUCAO
006180         SET ORDEM-DEVIDA TO TRUE
006190     END-IF.
006200 2050-AVALIAR-VENCIMENTO-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------*
006240* 2060-RESOLVER-DIA-UTIL - GUARDA O PRIMEIRO DIA "U" DO    *
006250*                 CALENDARIO NAO ANTERIOR AO VENCIMENTO    *
006260*                 PREVISTO                                 *
006270*----------------------------------------------------------*
006280 2060-RESOLVER-DIA-UTIL.
006290     IF WRK-DATA-RESOLVIDA = ZEROS
006300             AND TAB-CAL-TIPO (WRK-IDX-CAL) = "U"
006310             AND TAB-CAL-DATA (WRK-IDX-CAL)
006320             NOT < WRK-DATA-PREVISTA
006330         MOVE TAB-CAL-DATA (WRK-IDX-CAL) TO WRK-DATA-RESOLVIDA
006340     END-IF.
006350 2060-RESOLVER-DIA-UTIL-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------*
006390* 2070-GERAR-MOVIMENTO - GRAVA NO CLIMOVD O MOVIMENTO DA   *
006400*                 ORDEM DEVIDA E IMPRIME O DETALHE         *
006410*----------------------------------------------------------*
006420 2070-GERAR-MOVIMENTO.
006430     PERFORM 2080-CONFERIR-OBITO THRU 2080-CONFERIR-OBITO-EXIT.
006440     IF ORDEM-SUSPENSA
006450         ADD 1 TO WRK-CONT-SUSPENSAS
006460         MOVE "SUSPENSA - OBITO" TO REL-DET-OBS
006470         GO TO 2070-GERAR-MOVIMENTO-REL
006480     END-IF.
006490     MOVE SPACES TO REL-DET-OBS.
006500     PERFORM 2075-ABRIR-LOTE-MOVD THRU 2075-ABRIR-LOTE-MOVD-EXIT.
006510     MOVE SPACES TO MOV-REGISTRO.
006520     MOVE ORD-TIPO         TO MOV-TIPO.
006530     MOVE ORD-CLI-ID       TO MOV-CLIENTE.
006540     MOVE ORD-CLIENTE-DEST TO MOV-CLIENTE-DEST.
006550     MOVE ORD-VALOR        TO MOV-VALOR.
006560     WRITE MOV-REGISTRO.
006570     ADD 1 TO WRK-LOTE-QTD.
006580     ADD MOV-VALOR TO WRK-LOTE-HASH.
006590     ADD 1 TO WRK-CONT-GERADOS.
006600     ADD ORD-VALOR TO WRK-TOTAL-GERADO.
006610 2070-GERAR-MOVIMENTO-REL.
006620     MOVE ORD-CLI-ID       TO REL-DET-CLIENTE.
006630     MOVE ORD-SEQ          TO REL-DET-SEQ.
006640     MOVE ORD-TIPO         TO REL-DET-TIPO.
006650     IF ORD-TRANSFERENCIA
006660         MOVE ORD-CLIENTE-DEST TO REL-DET-DESTINO
006670     ELSE
006680         MOVE SPACES           TO REL-DET-DESTINO
006690     END-IF.
006700     MOVE ORD-VALOR          TO REL-DET-VALOR.
006710     MOVE WRK-DATA-RESOLVIDA TO REL-DET-VENCTO.
006720     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
006730 2070-GERAR-MOVIMENTO-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------*
006770* 2075-ABRIR-LOTE-MOVD - NO PRIMEIRO MOVIMENTO DA          *
006780*                 EXECUCAO, GRAVA NO CLIMOVD O CABECALHO   *
006790*                 DO LOTE (LAYOUT CLIMVCRG) E ZERA A       *
006800*                 QUANTIDADE E O HASH DO TRAILER           *
006810*----------------------------------------------------------*
006820 2075-ABRIR-LOTE-MOVD.
006830     IF LOTE-MOVD-ABERTO
006840         GO TO 2075-ABRIR-LOTE-MOVD-EXIT
006850     END-IF.
006860     ACCEPT WRK-HORA-COMPLETA FROM TIME.
006870     COMPUTE WRK-LOTE-HORA = WRK-HORA-COMPLETA / 100.
006880     MOVE SPACES            TO MOVC-REGISTRO.
006890     SET MOVC-CABECALHO     TO TRUE.
006900     MOVE "CLIORDEX"        TO MOVC-ORIGEM.
006910     MOVE WRK-DATA-EXECUCAO TO MOVC-DATA.
006920     MOVE WRK-LOTE-HORA     TO MOVC-HORA.
006930     MOVE ZEROS             TO MOVC-QTD MOVC-HASH.
006940     WRITE MOVC-REGISTRO.
006950     MOVE ZEROS TO WRK-LOTE-QTD WRK-LOTE-HASH.
006960     SET LOTE-MOVD-ABERTO TO TRUE.
006970 2075-ABRIR-LOTE-MOVD-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------*
007010* 2080-CONFERIR-OBITO - ORDEM CUJA CONTA DE ORIGEM, OU DE  *
007020*                   DESTINO NA TRANSFERENCIA, ESTA         *
007030*                   CONGELADA POR OBITO FICA SUSPENSA: NAO *
007040*                   GERA MOVIMENTO E SAI NO RELATORIO      *
007050*----------------------------------------------------------*
007060 2080-CONFERIR-OBITO.
007070     MOVE "N" TO WRK-ORDEM-SUSPENSA.
007080     IF NOT ARQUIVO-CLIENTES-OK
007090         GO TO 2080-CONFERIR-OBITO-EXIT
007100     END-IF.
007110     MOVE ORD-CLI-ID TO CLI-ID.
007120     READ CLIENTES-MASTER
007130         INVALID KEY
007140             GO TO 2080-CONFERIR-OBITO-DEST
007150     END-READ.
007160     IF CLI-FALECIDO
007170         SET ORDEM-SUSPENSA TO TRUE
007180         GO TO 2080-CONFERIR-OBITO-EXIT
007190     END-IF.
007200 2080-CONFERIR-OBITO-DEST.
007210     IF NOT ORD-TRANSFERENCIA
007220         GO TO 2080-CONFERIR-OBITO-EXIT
007230     END-IF.
007240     MOVE ORD-CLIENTE-DEST TO CLI-ID.
007250     READ CLIENTES-MASTER
007260         INVALID KEY
007270             GO TO 2080-CONFERIR-OBITO-EXIT
007280     END-READ.
007290     IF CLI-FALECIDO
007300         SET ORDEM-SUSPENSA TO TRUE
007310     END-IF.
007320 2080-CONFERIR-OBITO-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------*
007360* 2100-LER-PROXIMA-ORDEM - LEITURA SEQUENCIAL DO CLIORDEM  *
007370*----------------------------------------------------------*
007380 2100-LER-PROXIMA-ORDEM.
007390     READ ORDENS NEXT RECORD
007400         AT END
007410             SET FIM-ARQUIVO-ORDENS TO TRUE
007420         NOT AT END
007430             ADD 1 TO WRK-CONT-LIDAS
007440     END-READ.
007450 2100-LER-PROXIMA-ORDEM-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------*
007490* 9000-FINALIZAR - IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E  *
007500*                  GRAVA O CONTROLE DA GERACAO             *
007510*----------------------------------------------------------*
007520 9000-FINALIZAR.
007530     WRITE REL-LINHA FROM REL-TIT-CONTROLE
007540             AFTER ADVANCING 2 LINES.
007550     MOVE "ORDENS LIDAS                 " TO REL-ROD-ROTULO.
007560     MOVE WRK-CONT-LIDAS TO REL-ROD-VALOR.
007570     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007580     MOVE "ORDENS ATIVAS                " TO REL-ROD-ROTULO.
007590     MOVE WRK-CONT-ATIVAS TO REL-ROD-VALOR.
007600     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007610     MOVE "MOVIMENTOS GERADOS           " TO REL-ROD-ROTULO.
007620     MOVE WRK-CONT-GERADOS TO REL-ROD-VALOR.
007630     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007640     MOVE "VALOR TOTAL GERADO           " TO REL-ROD-ROTULO.
007650     MOVE WRK-TOTAL-GERADO TO REL-ROD-VALOR.
007660     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007670     MOVE "ORDENS SUSPENSAS (OBITO)     " TO REL-ROD-ROTULO.
007680     MOVE WRK-CONT-SUSPENSAS TO REL-ROD-VALOR.
007690     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007700     PERFORM 9050-FECHAR-LOTE-MOVD
007710             THRU 9050-FECHAR-LOTE-MOVD-EXIT.
007720     CLOSE ORDENS MOVIMENTOS RELATORIO.
007730     IF ARQUIVO-CLIENTES-OK
007740         CLOSE CLIENTES-MASTER
007750     END-IF.
007760     OPEN OUTPUT CONTROLE-ORDENS.
007770     MOVE WRK-DATA-EXECUCAO TO ORDCT-ULTIMA-DATA.
007780     WRITE ORDCT-REGISTRO.
007790     CLOSE CONTROLE-ORDENS.
007800 9000-FINALIZAR-EXIT.
007810     EXIT.
007820
007830*----------------------------------------------------------*
007840* 9050-FECHAR-LOTE-MOVD - GRAVA O TRAILER DO LOTE NO       *
007850*                 CLIMOVD COM A QUANTIDADE E O HASH (SOMA  *
007860*                 DE MOV-VALOR) DOS MOVIMENTOS GRAVADOS.   *
007870*                 SEM MOVIMENTO NA EXECUCAO, NAO HA LOTE.  *
007880*----------------------------------------------------------*
007890 9050-FECHAR-LOTE-MOVD.
007900     IF NOT LOTE-MOVD-ABERTO
007910         GO TO 9050-FECHAR-LOTE-MOVD-EXIT
007920     END-IF.
007930     MOVE SPACES            TO MOVC-REGISTRO.
007940     SET MOVC-TRAILER       TO TRUE.
007950     MOVE "CLIORDEX"        TO MOVC-ORIGEM.
007960     MOVE WRK-DATA-EXECUCAO TO MOVC-DATA.
007970     MOVE WRK-LOTE-HORA     TO MOVC-HORA.
007980     MOVE WRK-LOTE-QTD      TO MOVC-QTD.
007990     MOVE WRK-LOTE-HASH     TO MOVC-HASH.
008000     WRITE MOVC-REGISTRO.
008010     MOVE "N" TO WRK-LOTE-MOVD.
008020 9050-FECHAR-LOTE-MOVD-EXIT.
008030     EXIT.
008040
008050 9999-EXIT.
008060     STOP RUN.
