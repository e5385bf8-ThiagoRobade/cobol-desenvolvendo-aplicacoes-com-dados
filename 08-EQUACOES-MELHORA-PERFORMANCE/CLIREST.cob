000500*                    QUE A MAIOR JA CARREGADA E REPETICAO  *
000510*                    E E PULADO SEM CONTAR ERRO - VALE A   *
000520*                    PRIMEIRA IMAGEM.                      *
000530* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000540*                    BYTES (ALIQUOTAS DE IOF DO CHEQUE     *
000550*                    ESPECIAL).                            *
000560* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000570*                    BYTES (CICLOS DE RECADASTRAMENTO).    *
000580* 2026-10-15 EBC     RESTAURA TAMBEM O GRAU DE RISCO E AS  *
000590*                    DATAS DO RECADASTRAMENTO (CLIBKREG DE *
000600*                    270 BYTES); FOTO ANTIGA SEM OS CAMPOS *
000610*                    DEIXA AS DATAS ZERADAS, PREENCHIDAS   *
000620*                    DEPOIS PELA PASSADA MENSAL CLIRECAD.  *
000630* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000640*                    BYTES (TETO DO FGC). O PAYLOAD DO     *
000650*                    CLICTSET PASSA DE 100 PARA 125 BYTES: *
000660*                    A FOTO DO CLIPARM, JA MAIOR QUE 100   *
000670*                    BYTES, VOLTA A SAIR INTEIRA.          *
000680* 2026-10-15 EBC     RESTAURA TAMBEM A DATA DE REATIVACAO, *
000690*                    O NASCIMENTO E O RESPONSAVEL LEGAL DO *
000700*                    MENOR, A PREFERENCIA DE ALERTA E AS   *
000710*                    MARCAS DE CONTATO DEVOLVIDO (CLIBKREG *
000720*                    DE 360 BYTES). ANTES A RESTAURACAO    *
000730*                    ZERAVA ESSES CAMPOS, SOLTANDO O       *
000740*                    BLOQUEIO DE CONTA REATIVADA E O DE    *
000750*                    SAQUE DE MENOR. FOTO ANTIGA SEM OS    *
000760*                    CAMPOS DEIXA AS DATAS ZERADAS E O     *
000770*                    ALERTA DESLIGADO.                     *
000780*----------------------------------------------------------*
000790 ENVIRONMENT             DIVISION.
000800 CONFIGURATION           SECTION.
000810 SPECIAL-NAMES.
000820     DECIMAL-POINT IS COMMA.
000830
000840 INPUT-OUTPUT            SECTION.
000850 FILE-CONTROL.
000860*----------------------------------------------------------*
000870* MESTRE DE CLIENTES, RECONSTRUIDO DO ZERO PELO RESTORE    *
000880*----------------------------------------------------------*
000890     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CLI-ID
000930         FILE STATUS IS FS-CLIENTES-MASTER.
000940*----------------------------------------------------------*
000950* GERACAO DO BACKUP DO MESTRE A RESTAURAR                  *
000960*----------------------------------------------------------*
000970     SELECT BACKUP-MESTRE ASSIGN TO "CLIBKUP"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS FS-BACKUP-MESTRE.
001000*----------------------------------------------------------*
001010* REGISTRO DE CONTROLE DA ULTIMA EXECUCAO DO LOTE          *
001020*----------------------------------------------------------*
001030     SELECT CONTROLE ASSIGN TO "CLICTRL"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS FS-CONTROLE.
001060*----------------------------------------------------------*
001070* FOTO DO CONJUNTO DE CONTROLES (CLIBKCTL) E OS ARQUIVOS   *
001080* QUE ELA RESTAURA                                         *
001090*----------------------------------------------------------*
001100     SELECT CONJUNTO ASSIGN TO "CLICTSET"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS FS-CONJUNTO.
001130     SELECT CONTROLE-MOVTO ASSIGN TO "CLIMVCT"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS FS-CONTROLE-MOVTO.
001160     SELECT CONTROLE-TARIFA ASSIGN TO "CLITARCT"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS FS-CONTROLE-TARIFA.
001190     SELECT GERACAO-EXTRATO ASSIGN TO "CLIEXGEN"
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS FS-GERACAO-EXTRATO.
001220     SELECT GERACAO-GL ASSIGN TO "CLIGLGEN"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS FS-GERACAO-GL.
001250     SELECT PARAMETROS ASSIGN TO "CLIPARM"
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS FS-PARAMETROS.
001280     SELECT TITULARES ASSIGN TO "CLITITU"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS TIT-CHAVE
001320         FILE STATUS IS FS-TITULARES.
001330     SELECT CHECKPOINT ASSIGN TO "CLICKPT"
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS FS-CHECKPOINT.
001360     SELECT JORNAL ASSIGN TO "CLIJRNL"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS FS-JORNAL.
001390*----------------------------------------------------------*
001400* RELATORIO DE CONTROLE DA RESTAURACAO (SAIDA SYSOUT)      *
001410*----------------------------------------------------------*
001420     SELECT RELATORIO ASSIGN TO "RELRST"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS FS-RELATORIO.
001450
001460 DATA                    DIVISION.
001470 FILE                    SECTION.
001480 FD  CLIENTES-MASTER
001490     LABEL RECORD IS STANDARD.
001500     COPY CLIREG.
001510
001520 FD  BACKUP-MESTRE
001530     LABEL RECORD IS STANDARD.
001540 01  BKP-LINHA                 PICTURE X(360).
001550
001560 FD  CONTROLE
001570     LABEL RECORD IS STANDARD.
001580 01  CTRL-REGISTRO.
001590     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001600     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001610     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001620
001630 FD  RELATORIO
001640     LABEL RECORD IS STANDARD.
001650 01  REL-LINHA               PICTURE X(132).
001660
001670 FD  CONJUNTO
001680     LABEL RECORD IS STANDARD.
001690 01  SET-REGISTRO.
001700     05  SET-TIPO             PICTURE X(08).
001710     05  SET-PAYLOAD          PICTURE X(125).
001720
001730 FD  CONTROLE-MOVTO
001740     LABEL RECORD IS STANDARD.
001750 01  MVCT-REGISTRO            PICTURE X(08).
001760
001770 FD  CONTROLE-TARIFA
001780     LABEL RECORD IS STANDARD.
001790 01  TARCT-REGISTRO           PICTURE X(06).
001800
001810 FD  GERACAO-EXTRATO
001820     LABEL RECORD IS STANDARD.
001830 01  GER-REGISTRO             PICTURE X(14).
001840
001850 FD  GERACAO-GL
001860     LABEL RECORD IS STANDARD.
001870 01  GLG-REGISTRO             PICTURE X(14).
001880
001890 FD  PARAMETROS
001900     LABEL RECORD IS STANDARD.
001910 01  PARM-REGISTRO            PICTURE X(125).
001920
001930 FD  TITULARES
001940     LABEL RECORD IS STANDARD.
001950     COPY CLITITRG.
001960
001970 FD  CHECKPOINT
001980     LABEL RECORD IS STANDARD.
001990 01  CKPT-REGISTRO.
002000     05  CKPT-ULTIMO-ID        PICTURE 9(06).
002010
002020 FD  JORNAL
002030     LABEL RECORD IS STANDARD.
002040 01  JRNL-REGISTRO            PICTURE X(15).
002050
002060 WORKING-STORAGE         SECTION.
002070 01  WRK-FLAGS.
002080     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
002090         88  FIM-ARQUIVO-BACKUP             VALUE "S".
002100 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
002110 01  FS-BACKUP-MESTRE    PICTURE X(02)      VALUE "00".
002120 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
002130 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
002140 01  FS-CONJUNTO         PICTURE X(02)      VALUE "00".
002150 01  FS-CONTROLE-MOVTO   PICTURE X(02)      VALUE "00".
002160 01  FS-CONTROLE-TARIFA  PICTURE X(02)      VALUE "00".
002170 01  FS-GERACAO-EXTRATO  PICTURE X(02)      VALUE "00".
002180 01  FS-GERACAO-GL       PICTURE X(02)      VALUE "00".
002190 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
002200 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
002210 01  FS-CHECKPOINT       PICTURE X(02)      VALUE "00".
002220 01  FS-JORNAL           PICTURE X(02)      VALUE "00".
002230 01  WRK-FLAGS-CONJUNTO.
002240     05  WRK-TEM-SET     PICTURE X(01)      VALUE "N".
002250         88  CONJUNTO-DISPONIVEL            VALUE "S".
002260     05  WRK-FIM-SET     PICTURE X(01)      VALUE "N".
002270         88  FIM-CONJUNTO                   VALUE "S".
002280 77  WRK-CONT-SET        PICTURE 9(06)      COMP VALUE ZEROS.
002290 77  WRK-CONT-TIT-SET    PICTURE 9(06)      COMP VALUE ZEROS.
002300 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
002310 77  WRK-DATA-GERACAO    PICTURE 9(08)      VALUE ZEROS.
002320 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
002330 77  WRK-CONT-RESTAURADOS PICTURE 9(06)     COMP VALUE ZEROS.
002340 77  WRK-CONT-ERROS      PICTURE 9(06)      COMP VALUE ZEROS.
002350 77  WRK-CONT-REPETIDOS  PICTURE 9(06)      COMP VALUE ZEROS.
002360 77  WRK-BKP-ID-ANTERIOR PICTURE 9(06)      VALUE ZEROS.
002370 77  WRK-TOTAL-SALDO-BRL PICTURE S9(12)     COMP VALUE ZEROS.
002380 77  WRK-TOTAL-SALDO-USD PICTURE S9(12)     COMP VALUE ZEROS.
002390 77  WRK-TOTAL-SALDO-EUR PICTURE S9(12)     COMP VALUE ZEROS.
002400 77  WRK-TOTAL-JUROS-AC  PICTURE S9(12)     COMP VALUE ZEROS.
002410
002420*----------------------------------------------------------*
002430* LINHAS DO RELATORIO DE CONTROLE DA RESTAURACAO           *
002440*----------------------------------------------------------*
002450 01  REL-CABECALHO.
002460     05  FILLER              PICTURE X(44)
002470             VALUE "RESTAURACAO DO MESTRE DE CLIENTES (CLIREST)".
002480     05  FILLER              PICTURE X(88) VALUE SPACES.
002490 01  REL-RODAPE.
002500     05  REL-ROD-ROTULO      PICTURE X(30).
002510     05  REL-ROD-MOEDA       PICTURE X(03).
002520     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002530     05  FILLER              PICTURE X(81) VALUE SPACES.
002540
002550*----------------------------------------------------------*
002560* LAYOUT DO REGISTRO DO BACKUP (MESMO COPYBOOK GRAVADO     *
002570* PELO CLIENTES EM 1165-COPIAR-REGISTRO-BACKUP)            *
002580*----------------------------------------------------------*
002590     COPY CLIBKREG.
002600
002610 PROCEDURE               DIVISION.
002620*----------------------------------------------------------*
002630* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002640*----------------------------------------------------------*
002650 0000-MAINLINE.
002660     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002670     PERFORM 2000-RESTAURAR-REGISTRO
002680             THRU 2000-RESTAURAR-REGISTRO-EXIT
002690             UNTIL FIM-ARQUIVO-BACKUP.
002700     PERFORM 3000-RESTAURAR-CONTROLES
002710             THRU 3000-RESTAURAR-CONTROLES-EXIT.
002720     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002730     GO TO 9999-EXIT.
002740
002750*----------------------------------------------------------*
002760* 1000-INICIALIZAR - CONFERE O CLICTRL, ABRE OS ARQUIVOS E *
002770*                    LE O PRIMEIRO REGISTRO DO BACKUP      *
002780*----------------------------------------------------------*
002790 1000-INICIALIZAR.
002800     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002810     PERFORM 1150-VERIFICAR-LOTE-DO-DIA
002820             THRU 1150-VERIFICAR-LOTE-DO-DIA-EXIT.
002830     OPEN INPUT BACKUP-MESTRE.
002840     IF FS-BACKUP-MESTRE NOT = "00"
002850         DISPLAY "CLIREST: ERRO AO ABRIR CLIBKUP - STATUS "
002860                 FS-BACKUP-MESTRE
002870         MOVE 16 TO RETURN-CODE
002880         GO TO 9999-EXIT
002890     END-IF.
002900     OPEN OUTPUT CLIENTES-MASTER.
002910     IF FS-CLIENTES-MASTER NOT = "00"
002920         DISPLAY "CLIREST: ERRO AO ABRIR CLIMSTR - STATUS "
002930                 FS-CLIENTES-MASTER
002940         CLOSE BACKUP-MESTRE
002950         MOVE 16 TO RETURN-CODE
002960         GO TO 9999-EXIT
002970     END-IF.
002980     OPEN OUTPUT RELATORIO.
002990     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003000     PERFORM 2100-LER-PROXIMO-BACKUP
003010             THRU 2100-LER-PROXIMO-BACKUP-EXIT.
003020 1000-INICIALIZAR-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------*
003060* 1150-VERIFICAR-LOTE-DO-DIA - RECUSA A RESTAURACAO SE O   *
003070*                    LOTE DE JUROS JA POSTOU HOJE SEGUNDO  *
003080*                    O CLICTRL: RESTAURAR UMA FOTO ANTIGA  *
003090*                    POR CIMA DE UM MESTRE JA ATUALIZADO   *
003100*                    APAGARIA OS JUROS DO DIA.             *
003110*----------------------------------------------------------*
003120 1150-VERIFICAR-LOTE-DO-DIA.
003130     OPEN INPUT CONTROLE.
003140     IF FS-CONTROLE = "00"
003150         READ CONTROLE
003160             AT END
003170                 CONTINUE
003180             NOT AT END
003190                 IF CTRL-ULTIMA-DATA = WRK-DATA-EXECUCAO
003200                     DISPLAY "CLIREST: LOTE DE JUROS DE "
003210                             WRK-DATA-EXECUCAO
003220                             " JA POSTADO - RESTAURACAO RECUSADA"
003230                     CLOSE CONTROLE
003240                     MOVE 16 TO RETURN-CODE
003250                     GO TO 9999-EXIT
003260                 END-IF
003270         END-READ
003280         CLOSE CONTROLE
003290     END-IF.
003300 1150-VERIFICAR-LOTE-DO-DIA-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340* 2000-RESTAURAR-REGISTRO - REMONTA UM REGISTRO DO MESTRE  *
003350*                    A PARTIR DA COPIA DO BACKUP E GRAVA   *
003360*                    NO CLIMSTR RECONSTRUIDO               *
003370*----------------------------------------------------------*
003380 2000-RESTAURAR-REGISTRO.
003390     MOVE BKP-LINHA TO BKP-REGISTRO.
003400*    CADA BLOCO DA FOTO E ASCENDENTE; CHAVE NAO MAIOR QUE A
003410*    MAIOR JA CARREGADA E REIMAGEM DE REINICIO - VALE A
003420*    PRIMEIRA.
003430     IF BKP-ID NOT > WRK-BKP-ID-ANTERIOR
003440         ADD 1 TO WRK-CONT-REPETIDOS
003450         GO TO 2000-RESTAURAR-REGISTRO-LER
003460     END-IF.
003470     MOVE BKP-ID TO WRK-BKP-ID-ANTERIOR.
003480     INITIALIZE CLI-REGISTRO.
003490     MOVE BKP-ID                TO CLI-ID.
003500     MOVE BKP-NOME              TO CLI-NOME.
003510     MOVE BKP-STATUS            TO CLI-STATUS.
003520     MOVE BKP-TIPO-CONTA        TO CLI-TIPO-CONTA.
003530     MOVE BKP-SALDO             TO CLI-SALDO.
003540     MOVE BKP-SALDO-GANHO-ANO   TO CLI-SALDO-GANHO-ANO.
003550     MOVE BKP-JUROS-ACUMULADO   TO CLI-JUROS-ACUMULADO.
003560     MOVE BKP-DOCUMENTO         TO CLI-DOCUMENTO.
003570     MOVE BKP-TIPO-DOC          TO CLI-TIPO-DOC.
003580     MOVE BKP-DATA-ABERTURA     TO CLI-DATA-ABERTURA.
003590     MOVE BKP-DATA-ENCERRAMENTO TO CLI-DATA-ENCERRAMENTO.
003600     MOVE BKP-MOEDA             TO CLI-MOEDA.
003610     MOVE BKP-DATA-ULTIMO-JUROS TO CLI-DATA-ULTIMO-JUROS.
003620     MOVE BKP-ENDERECO          TO CLI-ENDERECO.
003630     MOVE BKP-CIDADE            TO CLI-CIDADE.
003640     MOVE BKP-UF                TO CLI-UF.
003650     MOVE BKP-CEP               TO CLI-CEP.
003660     MOVE BKP-TELEFONE          TO CLI-TELEFONE.
003670     MOVE BKP-EMAIL             TO CLI-EMAIL.
003680     MOVE BKP-AGENCIA           TO CLI-AGENCIA.
003690     MOVE BKP-IRRF-ANO          TO CLI-IRRF-ANO.
003700     IF BKP-PREF-EXTRATO = "P" OR "E" OR "A"
003710         MOVE BKP-PREF-EXTRATO TO CLI-PREF-EXTRATO
003720     END-IF.
003730     MOVE BKP-END-SITUACAO TO CLI-END-SITUACAO.
003740     IF BKP-RISCO-KYC = "A" OR "M" OR "B"
003750         MOVE BKP-RISCO-KYC TO CLI-RISCO-KYC
003760     END-IF.
003770     IF BKP-DATA-ULT-REVISAO IS NUMERIC
003780             AND BKP-DATA-PROX-REVISAO IS NUMERIC
003790         MOVE BKP-DATA-ULT-REVISAO  TO CLI-DATA-ULT-REVISAO
003800         MOVE BKP-DATA-PROX-REVISAO TO CLI-DATA-PROX-REVISAO
003810     END-IF.
003820     IF BKP-DATA-REATIVACAO IS NUMERIC
003830         MOVE BKP-DATA-REATIVACAO TO CLI-DATA-REATIVACAO
003840     END-IF.
003850     IF BKP-DATA-NASCIMENTO IS NUMERIC
003860         MOVE BKP-DATA-NASCIMENTO TO CLI-DATA-NASCIMENTO
003870     END-IF.
003880     IF BKP-RESP-CPF IS NUMERIC
003890         MOVE BKP-RESP-CPF  TO CLI-RESP-CPF
003900         MOVE BKP-RESP-NOME TO CLI-RESP-NOME
003910     END-IF.
003920     IF BKP-ALERTA-CANAL = "E" OR "S" OR "A" OR "N"
003930         MOVE BKP-ALERTA-CANAL TO CLI-ALERTA-CANAL
003940     END-IF.
003950     IF BKP-ALERTA-VALOR-MIN IS NUMERIC
003960         MOVE BKP-ALERTA-VALOR-MIN TO CLI-ALERTA-VALOR-MIN
003970     END-IF.
003980     MOVE "NNNNN" TO CLI-ALERTA-EVENTOS.
003990     IF BKP-ALR-SAQUE = "S"
004000         MOVE "S" TO CLI-ALR-SAQUE
004010     END-IF.
004020     IF BKP-ALR-CREDITO = "S"
004030         MOVE "S" TO CLI-ALR-CREDITO
004040     END-IF.
004050     IF BKP-ALR-CHEQUE-DEV = "S"
004060         MOVE "S" TO CLI-ALR-CHEQUE-DEV
004070     END-IF.
004080     IF BKP-ALR-BLOQUEIO = "S"
004090         MOVE "S" TO CLI-ALR-BLOQUEIO
004100     END-IF.
004110     IF BKP-ALR-NEGATIVO = "S"
004120         MOVE "S" TO CLI-ALR-NEGATIVO
004130     END-IF.
004140     IF BKP-EMAIL-SITUACAO = "D"
004150         MOVE BKP-EMAIL-SITUACAO TO CLI-EMAIL-SITUACAO
004160     END-IF.
004170     IF BKP-FONE-SITUACAO = "D"
004180         MOVE BKP-FONE-SITUACAO TO CLI-FONE-SITUACAO
004190     END-IF.
004200     MOVE BKP-DATA-BACKUP       TO WRK-DATA-GERACAO.
004210     WRITE CLI-REGISTRO
004220         INVALID KEY
004230             DISPLAY "CLIREST: ERRO AO GRAVAR CLIENTE " CLI-ID
004240                     " STATUS " FS-CLIENTES-MASTER
004250             ADD 1 TO WRK-CONT-ERROS
004260         NOT INVALID KEY
004270             ADD 1 TO WRK-CONT-RESTAURADOS
004280             PERFORM 2050-ACUMULAR-SALDO-MOEDA
004290                     THRU 2050-ACUMULAR-SALDO-MOEDA-EXIT
004300             ADD CLI-JUROS-ACUMULADO TO WRK-TOTAL-JUROS-AC
004310     END-WRITE.
004320 2000-RESTAURAR-REGISTRO-LER.
004330     PERFORM 2100-LER-PROXIMO-BACKUP
004340             THRU 2100-LER-PROXIMO-BACKUP-EXIT.
004350 2000-RESTAURAR-REGISTRO-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------*
004390* 3000-RESTAURAR-CONTROLES - COM O MESTRE RESTAURADO,      *
004400*                    RESTAURA O CONJUNTO DE CONTROLES DA   *
004410*                    FOTO (CLICTSET) E ZERA CLICKPT E      *
004420*                    CLIJRNL. SEM A FOTO, IMPRIME O        *
004430*                    CHECKLIST DOS AJUSTES MANUAIS.        *
004440*----------------------------------------------------------*
004450 3000-RESTAURAR-CONTROLES.
004460     OPEN INPUT CONJUNTO.
004470     IF FS-CONJUNTO NOT = "00"
004480         PERFORM 3900-IMPRIMIR-CHECKLIST
004490                 THRU 3900-IMPRIMIR-CHECKLIST-EXIT
004500         GO TO 3000-RESTAURAR-CONTROLES-EXIT
004510     END-IF.
004520     SET CONJUNTO-DISPONIVEL TO TRUE.
004530     OPEN OUTPUT TITULARES.
004540     IF FS-TITULARES NOT = "00"
004550         DISPLAY "CLIREST: ERRO AO RECONSTRUIR CLITITU - "
004560                 "STATUS " FS-TITULARES
004570     END-IF.
004580     PERFORM 3100-TRATAR-REGISTRO-SET
004590             THRU 3100-TRATAR-REGISTRO-SET-EXIT
004600             UNTIL FIM-CONJUNTO.
004610     CLOSE CONJUNTO.
004620     IF FS-TITULARES = "00"
004630         CLOSE TITULARES
004640     END-IF.
004650*    CHECKPOINT E JORNAL SAO DA EXECUCAO QUE O RESTORE
004660*    DESFEZ: ZERADOS JUNTO COM O SET.
004670     OPEN OUTPUT CHECKPOINT.
004680     CLOSE CHECKPOINT.
004690     OPEN OUTPUT JORNAL.
004700     CLOSE JORNAL.
004710     MOVE SPACES TO REL-LINHA.
004720     STRING "CONJUNTO DE CONTROLES RESTAURADO DO CLICTSET"
004730             DELIMITED BY SIZE INTO REL-LINHA.
004740     WRITE REL-LINHA AFTER ADVANCING 2 LINES.
004750 3000-RESTAURAR-CONTROLES-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------*
004790* 3100-TRATAR-REGISTRO-SET - DESPACHA UM REGISTRO DA FOTO  *
004800*                    PARA O ARQUIVO DE CONTROLE DELE       *
004810*----------------------------------------------------------*
004820 3100-TRATAR-REGISTRO-SET.
004830     READ CONJUNTO
004840         AT END
004850             SET FIM-CONJUNTO TO TRUE
004860             GO TO 3100-TRATAR-REGISTRO-SET-EXIT
004870     END-READ.
004880     ADD 1 TO WRK-CONT-SET.
004890     EVALUATE SET-TIPO
004900         WHEN "CLICTRL "
004910             OPEN OUTPUT CONTROLE
004920             MOVE SET-PAYLOAD TO CTRL-REGISTRO
004930             WRITE CTRL-REGISTRO
004940             CLOSE CONTROLE
004950         WHEN "CLIMVCT "
004960             OPEN OUTPUT CONTROLE-MOVTO
004970             MOVE SET-PAYLOAD TO MVCT-REGISTRO
004980             WRITE MVCT-REGISTRO
004990             CLOSE CONTROLE-MOVTO
005000         WHEN "CLITARCT"
005010             OPEN OUTPUT CONTROLE-TARIFA
005020             MOVE SET-PAYLOAD TO TARCT-REGISTRO
005030             WRITE TARCT-REGISTRO
005040             CLOSE CONTROLE-TARIFA
005050         WHEN "CLIEXGEN"
005060             OPEN OUTPUT GERACAO-EXTRATO
005070             MOVE SET-PAYLOAD TO GER-REGISTRO
005080             WRITE GER-REGISTRO
005090             CLOSE GERACAO-EXTRATO
005100         WHEN "CLIGLGEN"
005110             OPEN OUTPUT GERACAO-GL
005120             MOVE SET-PAYLOAD TO GLG-REGISTRO
005130             WRITE GLG-REGISTRO
005140             CLOSE GERACAO-GL
005150         WHEN "CLIPARM "
005160             OPEN OUTPUT PARAMETROS
005170             MOVE SET-PAYLOAD TO PARM-REGISTRO
005180             WRITE PARM-REGISTRO
005190             CLOSE PARAMETROS
005200         WHEN "CLITITU "
005210             IF FS-TITULARES = "00"
005220                 MOVE SET-PAYLOAD TO TIT-REGISTRO
005230                 WRITE TIT-REGISTRO
005240                     INVALID KEY
005250                         DISPLAY "CLIREST: TITULAR DUPLICADO "
005260                                 "NA FOTO - " TIT-CHAVE
005270                 END-WRITE
005280                 ADD 1 TO WRK-CONT-TIT-SET
005290             END-IF
005300         WHEN "FIM     "
005310             CONTINUE
005320         WHEN OTHER
005330             DISPLAY "CLIREST: TIPO DESCONHECIDO NO CLICTSET: "
005340                     SET-TIPO
005350     END-EVALUATE.
005360 3100-TRATAR-REGISTRO-SET-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------*
005400* 3900-IMPRIMIR-CHECKLIST - SEM A FOTO DOS CONTROLES, O    *
005410*                    OPERADOR PRECISA SABER O QUE AJUSTAR  *
005420*----------------------------------------------------------*
005430 3900-IMPRIMIR-CHECKLIST.
005440     MOVE "SEM CLICTSET - AJUSTAR NA MAO OS CONTROLES:"
005450             TO REL-LINHA.
005460     WRITE REL-LINHA AFTER ADVANCING 2 LINES.
005470     MOVE "  CLICTRL  - DATA DO ULTIMO LOTE E TRAVA"
005480             TO REL-LINHA.
005490     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
005500     MOVE "  CLIMVCT  - DATA DO ULTIMO LOTE DE MOVIMENTOS"
005510             TO REL-LINHA.
005520     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
005530     MOVE "  CLITARCT - ULTIMO MES DE TARIFA COBRADO"
005540             TO REL-LINHA.
005550     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
005560     MOVE "  CLIEXGEN / CLIGLGEN - GERACOES DOS EXTRATOS"
005570             TO REL-LINHA.
005580     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
005590     MOVE "  CLIPARM  - PARAMETROS DA DATA DA FOTO"
005600             TO REL-LINHA.
005610     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
005620     MOVE "  CLITITU  - TITULARES ADICIONAIS"
005630             TO REL-LINHA.
005640     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
005650     MOVE "  CLICKPT / CLIJRNL - ZERAR"
005660             TO REL-LINHA.
005670     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
005680 3900-IMPRIMIR-CHECKLIST-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------*
005720* 2050-ACUMULAR-SALDO-MOEDA - SOMA O SALDO RESTAURADO NO   *
005730*                    SUBTOTAL DA MOEDA DA CONTA, NOS       *
005740*                    MOLDES DO QUADRO DE TOTAIS DO RELCLI  *
005750*----------------------------------------------------------*
005760 2050-ACUMULAR-SALDO-MOEDA.
005770     IF MOEDA-DOLAR
005780         ADD CLI-SALDO TO WRK-TOTAL-SALDO-USD
005790     ELSE
005800         IF MOEDA-EURO
005810             ADD CLI-SALDO TO WRK-TOTAL-SALDO-EUR
005820         ELSE
005830             ADD CLI-SALDO TO WRK-TOTAL-SALDO-BRL
005840         END-IF
005850     END-IF.
005860 2050-ACUMULAR-SALDO-MOEDA-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------*
005900* 2100-LER-PROXIMO-BACKUP - LEITURA SEQUENCIAL DO CLIBKUP  *
005910*----------------------------------------------------------*
005920 2100-LER-PROXIMO-BACKUP.
005930     READ BACKUP-MESTRE
005940         AT END
005950             SET FIM-ARQUIVO-BACKUP TO TRUE
005960         NOT AT END
005970             ADD 1 TO WRK-CONT-LIDOS
005980     END-READ.
005990 2100-LER-PROXIMO-BACKUP-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------*
006030* 9000-FINALIZAR - IMPRIME O QUADRO DE CONTROLE, FECHA OS  *
006040*                  ARQUIVOS E DEVOLVE O CODIGO DE RETORNO  *
006050*----------------------------------------------------------*
006060 9000-FINALIZAR.
006070     MOVE SPACES TO REL-ROD-MOEDA.
006080     MOVE "DATA DA GERACAO RESTAURADA   " TO REL-ROD-ROTULO.
006090     MOVE WRK-DATA-GERACAO TO REL-ROD-VALOR.
006100     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006110     MOVE "REGISTROS LIDOS DO BACKUP    " TO REL-ROD-ROTULO.
006120     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
006130     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006140     MOVE "REGISTROS RESTAURADOS        " TO REL-ROD-ROTULO.
006150     MOVE WRK-CONT-RESTAURADOS TO REL-ROD-VALOR.
006160     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006170     MOVE "REGISTROS COM ERRO DE GRAVACAO" TO REL-ROD-ROTULO.
006180     MOVE WRK-CONT-ERROS TO REL-ROD-VALOR.
006190     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006200     MOVE "IMAGENS REPETIDAS PULADAS     " TO REL-ROD-ROTULO.
006210     MOVE WRK-CONT-REPETIDOS TO REL-ROD-VALOR.
006220     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006230     IF CONJUNTO-DISPONIVEL
006240         MOVE "REGISTROS DO SET RESTAURADOS  " TO REL-ROD-ROTULO
006250         MOVE WRK-CONT-SET TO REL-ROD-VALOR
006260         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
006270         MOVE "TITULARES RECONSTRUIDOS       " TO REL-ROD-ROTULO
006280         MOVE WRK-CONT-TIT-SET TO REL-ROD-VALOR
006290         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
006300     END-IF.
006310     MOVE "BRL" TO REL-ROD-MOEDA.
006320     MOVE "SUBTOTAL SALDO EM REAIS      " TO REL-ROD-ROTULO.
006330     MOVE WRK-TOTAL-SALDO-BRL TO REL-ROD-VALOR.
006340     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006350     MOVE "USD" TO REL-ROD-MOEDA.
006360     MOVE "SUBTOTAL SALDO EM DOLAR      " TO REL-ROD-ROTULO.
006370     MOVE WRK-TOTAL-SALDO-USD TO REL-ROD-VALOR.
006380     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006390     MOVE "EUR" TO REL-ROD-MOEDA.
006400     MOVE "SUBTOTAL SALDO EM EURO       " TO REL-ROD-ROTULO.
006410     MOVE WRK-TOTAL-SALDO-EUR TO REL-ROD-VALOR.
006420     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006430     MOVE SPACES TO REL-ROD-MOEDA.
006440     MOVE "TOTAL JUROS ACUMULADO        " TO REL-ROD-ROTULO.
006450     MOVE WRK-TOTAL-JUROS-AC TO REL-ROD-VALOR.
006460     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006470     CLOSE CLIENTES-MASTER BACKUP-MESTRE RELATORIO.
006480     IF WRK-CONT-ERROS > ZEROS
006490         MOVE 8 TO RETURN-CODE
006500     END-IF.
006510 9000-FINALIZAR-EXIT.
006520     EXIT.
006530
006540 9999-EXIT.
006550     STOP RUN.
