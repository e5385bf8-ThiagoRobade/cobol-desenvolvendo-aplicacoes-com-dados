000280*                    HA OPERADOR PARA CONFIRMAR); O CASO   *
000290*                    LEGITIMO ENTRA PELO CLIMAINT. RC 4    *
000300*                    QUANDO HOUVE REJEITO.                 *
000310* 2026-10-15 EBC     FIM DA PASSADA INICIAL NO MESTRE: O   *
000320*                    PROXIMO CLI-ID LIVRE E ACHADO POR     *
000330*                    BUSCA BINARIA COM START (1100) E O    *
000340*                    NOME IDENTICO PASSA A SER PROCURADO   *
000350*                    SO NA MESMA AGENCIA, PELA CHAVE NA    *
000360*                    REFERENCIA AGENCIA X NOME CLIXNOM     *
000370*                    (LAYOUT CLIXNOMR), QUE A CONTA ABERTA *
000380*                    TAMBEM GANHA. SAI A TABELA DE NOMES E *
000390*                    SEU LIMITE DE 5000 CONTAS.            *
000400*----------------------------------------------------------*
000410 ENVIRONMENT             DIVISION.
000420 CONFIGURATION           SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450
000460 INPUT-OUTPUT            SECTION.
000470 FILE-CONTROL.
000480     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CLI-ID
000520         FILE STATUS IS FS-CLIENTES-MASTER.
000530     SELECT ABERTURAS ASSIGN TO "CLIABERT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-ABERTURAS.
000560     SELECT REJEITOS-MAQ ASSIGN TO "CLIABREJ"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-REJEITOS-MAQ.
000590     SELECT REFERENCIA ASSIGN TO "CLIXREF"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS XRF-CHAVE
000630         FILE STATUS IS FS-REFERENCIA.
000640     SELECT NOMES-AGENCIA ASSIGN TO "CLIXNOM"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS XNM-CHAVE
000680         FILE STATUS IS FS-NOMES-AGENCIA.
000690     SELECT RELATORIO ASSIGN TO "RELLOT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-RELATORIO.
000720
000730 DATA                    DIVISION.
000740 FILE                    SECTION.
000750 FD  CLIENTES-MASTER
000760     LABEL RECORD IS STANDARD.
000770     COPY CLIREG.
000780
000790 FD  ABERTURAS
000800     LABEL RECORD IS STANDARD.
000810 01  ABR-REGISTRO.
000820     05  ABR-NOME            PICTURE X(20).
000830     05  ABR-TIPO-DOC        PICTURE X(01).
000840     05  ABR-DOCUMENTO       PICTURE 9(14).
000850     05  ABR-TIPO-CONTA      PICTURE X(01).
000860     05  ABR-AGENCIA         PICTURE 9(04).
000870     05  ABR-MOEDA           PICTURE X(03).
000880     05  ABR-ENDERECO        PICTURE X(30).
000890     05  ABR-CIDADE          PICTURE X(20).
000900     05  ABR-UF              PICTURE X(02).
000910     05  ABR-CEP             PICTURE 9(08).
000920     05  ABR-TELEFONE        PICTURE 9(11).
000930     05  ABR-EMAIL           PICTURE X(30).
000940     05  FILLER              PICTURE X(16).
000950
000960 FD  REJEITOS-MAQ
000970     LABEL RECORD IS STANDARD.
000980 01  REJM-REGISTRO.
000990     05  REJM-ENTRADA        PICTURE X(160).
001000     05  REJM-MOTIVO         PICTURE 9(02).
001010
001020 FD  REFERENCIA
001030     LABEL RECORD IS STANDARD.
001040     COPY CLIXREFR.
001050
001060 FD  NOMES-AGENCIA
001070     LABEL RECORD IS STANDARD.
001080     COPY CLIXNOMR.
001090
001100 FD  RELATORIO
001110     LABEL RECORD IS STANDARD.
001120 01  REL-LINHA               PICTURE X(132).
001130
001140 WORKING-STORAGE         SECTION.
001150 01  WRK-FLAGS.
001160     05  WRK-FIM-ABERT   PICTURE X(01)      VALUE "N".
001170         88  FIM-ARQUIVO-ABERTURAS          VALUE "S".
001180     05  WRK-FIM-XREF    PICTURE X(01)      VALUE "N".
001190         88  FIM-REFERENCIA                 VALUE "S".
001200     05  WRK-FIM-XNOM    PICTURE X(01)      VALUE "N".
001210         88  FIM-NOMES-AGENCIA              VALUE "S".
001220     05  WRK-ABERT-VALIDA PICTURE X(01)     VALUE "S".
001230         88  ABERTURA-VALIDA                VALUE "S".
001240         88  ABERTURA-REJEITADA             VALUE "N".
001250     05  WRK-DOC-DUP     PICTURE X(01)      VALUE "N".
001260         88  DOCUMENTO-DUPLICADO            VALUE "S".
001270 01  WRK-CRITICA.
001280     05  WRK-DOC-VALIDO      PICTURE X(01)  VALUE "S".
001290         88  DOCUMENTO-OK                   VALUE "S".
001300         88  DOCUMENTO-COM-ERRO             VALUE "N".
001310 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001320 01  FS-ABERTURAS        PICTURE X(02)      VALUE "00".
001330 01  FS-REJEITOS-MAQ     PICTURE X(02)      VALUE "00".
001340 01  FS-REFERENCIA       PICTURE X(02)      VALUE "00".
001350 01  FS-NOMES-AGENCIA    PICTURE X(02)      VALUE "00".
001360 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001370 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001380 77  WRK-COD-MOTIVO-REJ  PICTURE 9(02)      VALUE ZEROS.
001390 77  WRK-PROXIMO-ID      PICTURE 9(06)      VALUE 1.
001400 77  WRK-CONT-ARROBA     PICTURE 9(02)      COMP VALUE ZEROS.
001410 77  WRK-CONT-LIDAS      PICTURE 9(06)      COMP VALUE ZEROS.
001420 77  WRK-CONT-ABERTAS    PICTURE 9(06)      COMP VALUE ZEROS.
001430 77  WRK-CONT-REJEITADAS PICTURE 9(06)      COMP VALUE ZEROS.
001440 77  WRK-ID-BAIXO        PICTURE 9(06)      VALUE ZEROS.
001450 77  WRK-ID-ALTO         PICTURE 9(06)      VALUE ZEROS.
001460 77  WRK-ID-MEIO         PICTURE 9(06)      VALUE ZEROS.
001470 77  WRK-NOME-ACHADO     PICTURE X(01)      VALUE "N".
001480 77  WRK-TIPO-DOC-SALVO  PICTURE X(01)      VALUE SPACES.
001490 77  WRK-DOC-SALVO       PICTURE 9(14)      VALUE ZEROS.
001500
001510 01  REL-CABECALHO.
001520     05  FILLER              PICTURE X(44)
001530             VALUE "ABERTURA DE CONTAS EM LOTE (CLILOTEA)".
001540     05  FILLER              PICTURE X(88) VALUE SPACES.
001550 01  REL-DETALHE.
001560     05  REL-DET-NOME        PICTURE X(20).
001570     05  FILLER              PICTURE X(02) VALUE SPACES.
001580     05  REL-DET-DOCUMENTO   PICTURE 9(14).
001590     05  FILLER              PICTURE X(02) VALUE SPACES.
001600     05  REL-DET-SITUACAO    PICTURE X(10).
001610     05  FILLER              PICTURE X(02) VALUE SPACES.
001620     05  REL-DET-ID          PICTURE 9(06).
001630     05  FILLER              PICTURE X(02) VALUE SPACES.
001640     05  REL-DET-MOTIVO      PICTURE X(30).
001650     05  FILLER              PICTURE X(44) VALUE SPACES.
001660 01  REL-RODAPE.
001670     05  REL-ROD-ROTULO      PICTURE X(30).
001680     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001690     05  FILLER              PICTURE X(84) VALUE SPACES.
001700
001710 PROCEDURE               DIVISION.
001720*----------------------------------------------------------*
001730* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001740*----------------------------------------------------------*
001750 0000-MAINLINE.
001760     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001770     PERFORM 2000-TRATAR-ABERTURA  THRU 2000-TRATAR-ABERTURA-EXIT
001780             UNTIL FIM-ARQUIVO-ABERTURAS.
001790     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
001800     GO TO 9999-EXIT.
001810
001820*----------------------------------------------------------*
001830* 1000-INICIALIZAR - ABERTURAS E PROXIMO CLI-ID LIVRE      *
001840*----------------------------------------------------------*
001850 1000-INICIALIZAR.
001860     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001870     OPEN I-O CLIENTES-MASTER.
001880     IF FS-CLIENTES-MASTER NOT = "00"
001890             AND FS-CLIENTES-MASTER NOT = "05"
001900         DISPLAY "CLILOTEA: ERRO AO ABRIR CLIMSTR - STATUS "
001910                 FS-CLIENTES-MASTER
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-EXIT
001940     END-IF.
001950     OPEN INPUT ABERTURAS.
001960     IF FS-ABERTURAS NOT = "00"
001970         DISPLAY "CLILOTEA: ERRO AO ABRIR CLIABERT - STATUS "
001980                 FS-ABERTURAS
001990         CLOSE CLIENTES-MASTER
002000         MOVE 16 TO RETURN-CODE
002010         GO TO 9999-EXIT
002020     END-IF.
002030     OPEN I-O REFERENCIA.
002040     IF FS-REFERENCIA NOT = "00"
002050             AND FS-REFERENCIA NOT = "05"
002060         DISPLAY "CLILOTEA: ERRO AO ABRIR CLIXREF - STATUS "
002070                 FS-REFERENCIA " - RODAR O CLIXREFB ANTES"
002080         CLOSE CLIENTES-MASTER ABERTURAS
002090         MOVE 16 TO RETURN-CODE
002100         GO TO 9999-EXIT
002110     END-IF.
002120     OPEN I-O NOMES-AGENCIA.
002130     IF FS-NOMES-AGENCIA NOT = "00"
002140             AND FS-NOMES-AGENCIA NOT = "05"
002150         DISPLAY "CLILOTEA: ERRO AO ABRIR CLIXNOM - STATUS "
002160                 FS-NOMES-AGENCIA " - RODAR O CLIXREFB ANTES"
002170         CLOSE CLIENTES-MASTER ABERTURAS REFERENCIA
002180         MOVE 16 TO RETURN-CODE
002190         GO TO 9999-EXIT
002200     END-IF.
002210     OPEN OUTPUT REJEITOS-MAQ.
002220     OPEN OUTPUT RELATORIO.
002230     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002240     PERFORM 1100-APURAR-PROXIMO-ID
002250             THRU 1100-APURAR-PROXIMO-ID-EXIT.
002260     PERFORM 2100-LER-PROXIMA-ABERTURA
002270             THRU 2100-LER-PROXIMA-ABERTURA-EXIT.
002280 1000-INICIALIZAR-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------*
002320* 1100-APURAR-PROXIMO-ID - MAIOR CLI-ID DO MESTRE + 1, POR *
002330*                    BUSCA BINARIA: CADA START "NAO MENOR  *
002340*                    QUE" DIZ SE AINDA HA CONTA ACIMA DO   *
002350*                    MEIO DA FAIXA (VINTE STARTS NO MAXIMO *
002360*                    PARA AS 999999 CHAVES)                *
002370*----------------------------------------------------------*
002380 1100-APURAR-PROXIMO-ID.
002390     MOVE ZEROS  TO WRK-ID-BAIXO.
002400     MOVE 999999 TO WRK-ID-ALTO.
002410     PERFORM 1110-SONDAR-MESTRE THRU 1110-SONDAR-MESTRE-EXIT
002420             UNTIL WRK-ID-BAIXO NOT < WRK-ID-ALTO.
002430     COMPUTE WRK-PROXIMO-ID = WRK-ID-BAIXO + 1.
002440 1100-APURAR-PROXIMO-ID-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480* 1110-SONDAR-MESTRE - HA CONTA COM CLI-ID NAO MENOR QUE O *
002490*                    MEIO DA FAIXA? SIM: O MAIOR ESTA NA   *
002500*                    METADE DE CIMA; NAO: NA DE BAIXO      *
002510*----------------------------------------------------------*
002520 1110-SONDAR-MESTRE.
002530     COMPUTE WRK-ID-MEIO = (WRK-ID-BAIXO + WRK-ID-ALTO + 1) / 2.
002540     MOVE WRK-ID-MEIO TO CLI-ID.
002550     START CLIENTES-MASTER KEY IS NOT LESS THAN CLI-ID
002560         INVALID KEY
002570             COMPUTE WRK-ID-ALTO = WRK-ID-MEIO - 1
002580         NOT INVALID KEY
002590             MOVE WRK-ID-MEIO TO WRK-ID-BAIXO
002600     END-START.
002610 1110-SONDAR-MESTRE-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------*
002650* 2000-TRATAR-ABERTURA - CRITICA UMA ABERTURA E GRAVA OU   *
002660*                    REJEITA                               *
002670*----------------------------------------------------------*
002680 2000-TRATAR-ABERTURA.
002690     PERFORM 2010-CRITICAR-ABERTURA
002700             THRU 2010-CRITICAR-ABERTURA-EXIT.
002710     IF ABERTURA-REJEITADA
002720         PERFORM 2020-GRAVAR-REJEITO
002730                 THRU 2020-GRAVAR-REJEITO-EXIT
002740     ELSE
002750         PERFORM 2030-ABRIR-CONTA THRU 2030-ABRIR-CONTA-EXIT
002760     END-IF.
002770     PERFORM 2100-LER-PROXIMA-ABERTURA
002780             THRU 2100-LER-PROXIMA-ABERTURA-EXIT.
002790 2000-TRATAR-ABERTURA-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------*
002830* 2010-CRITICAR-ABERTURA - AS MESMAS CRITICAS DA INCLUSAO  *
002840*                    DO CLIMAINT                           *
002850*----------------------------------------------------------*
002860 2010-CRITICAR-ABERTURA.
002870     SET ABERTURA-VALIDA TO TRUE.
002880     MOVE ZEROS TO WRK-COD-MOTIVO-REJ.
002890     IF ABR-NOME = SPACES
002900         SET ABERTURA-REJEITADA TO TRUE
002910         MOVE 10 TO WRK-COD-MOTIVO-REJ
002920         GO TO 2010-CRITICAR-ABERTURA-EXIT
002930     END-IF.
002940     IF ABR-TIPO-CONTA NOT = "S" AND ABR-TIPO-CONTA NOT = "P"
002950             AND ABR-TIPO-CONTA NOT = "B"
002960         SET ABERTURA-REJEITADA TO TRUE
002970         MOVE 20 TO WRK-COD-MOTIVO-REJ
002980         GO TO 2010-CRITICAR-ABERTURA-EXIT
002990     END-IF.
003000     IF ABR-AGENCIA = ZEROS
003010         SET ABERTURA-REJEITADA TO TRUE
003020         MOVE 30 TO WRK-COD-MOTIVO-REJ
003030         GO TO 2010-CRITICAR-ABERTURA-EXIT
003040     END-IF.
003050     MOVE ABR-TIPO-DOC  TO WRK-TIPO-DOC-SALVO.
003060     MOVE ABR-DOCUMENTO TO WRK-DOC-SALVO.
003070     CALL "DOCVALID" USING WRK-DOC-SALVO WRK-TIPO-DOC-SALVO
003080             WRK-DOC-VALIDO.
003090     IF DOCUMENTO-COM-ERRO
003100         SET ABERTURA-REJEITADA TO TRUE
003110         MOVE 40 TO WRK-COD-MOTIVO-REJ
003120         GO TO 2010-CRITICAR-ABERTURA-EXIT
003130     END-IF.
003140     PERFORM 2015-CRITICAR-DOC-ATIVO
003150             THRU 2015-CRITICAR-DOC-ATIVO-EXIT.
003160     IF DOCUMENTO-DUPLICADO
003170         SET ABERTURA-REJEITADA TO TRUE
003180         MOVE 50 TO WRK-COD-MOTIVO-REJ
003190         GO TO 2010-CRITICAR-ABERTURA-EXIT
003200     END-IF.
003210     PERFORM 2017-PROCURAR-NOME THRU 2017-PROCURAR-NOME-EXIT.
003220     IF WRK-NOME-ACHADO = "S"
003230         SET ABERTURA-REJEITADA TO TRUE
003240         MOVE 60 TO WRK-COD-MOTIVO-REJ
003250         GO TO 2010-CRITICAR-ABERTURA-EXIT
003260     END-IF.
003270     IF ABR-UF = SPACES
003280         SET ABERTURA-REJEITADA TO TRUE
003290         MOVE 70 TO WRK-COD-MOTIVO-REJ
003300         GO TO 2010-CRITICAR-ABERTURA-EXIT
003310     END-IF.
003320     IF ABR-CEP = ZEROS
003330         SET ABERTURA-REJEITADA TO TRUE
003340         MOVE 80 TO WRK-COD-MOTIVO-REJ
003350         GO TO 2010-CRITICAR-ABERTURA-EXIT
003360     END-IF.
003370     IF ABR-EMAIL NOT = SPACES
003380         MOVE ZEROS TO WRK-CONT-ARROBA
003390         INSPECT ABR-EMAIL TALLYING WRK-CONT-ARROBA
003400                 FOR ALL "@"
003410         IF WRK-CONT-ARROBA = ZEROS
003420             SET ABERTURA-REJEITADA TO TRUE
003430             MOVE 90 TO WRK-COD-MOTIVO-REJ
003440             GO TO 2010-CRITICAR-ABERTURA-EXIT
003450         END-IF
003460     END-IF.
003470     IF ABR-MOEDA NOT = SPACES
003480             AND ABR-MOEDA NOT = "BRL"
003490             AND ABR-MOEDA NOT = "USD"
003500             AND ABR-MOEDA NOT = "EUR"
003510         SET ABERTURA-REJEITADA TO TRUE
003520         MOVE 95 TO WRK-COD-MOTIVO-REJ
003530     END-IF.
003540 2010-CRITICAR-ABERTURA-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------*
003580* 2015-CRITICAR-DOC-ATIVO - DOCUMENTO JA TITULAR DE CONTA  *
003590*                    ATIVA (PELA REFERENCIA CRUZADA)       *
003600*                    BLOQUEIA A ABERTURA                   *
003610*----------------------------------------------------------*
003620 2015-CRITICAR-DOC-ATIVO.
003630     MOVE "N" TO WRK-DOC-DUP WRK-FIM-XREF.
003640     MOVE ABR-DOCUMENTO TO XRF-DOCUMENTO.
003650     MOVE ZEROS TO XRF-CLI-ID XRF-SEQ.
003660     START REFERENCIA KEY IS GREATER THAN XRF-CHAVE
003670         INVALID KEY
003680             SET FIM-REFERENCIA TO TRUE
003690     END-START.
003700     PERFORM 2016-CONFERIR-XREF THRU 2016-CONFERIR-XREF-EXIT
003710             UNTIL FIM-REFERENCIA OR DOCUMENTO-DUPLICADO.
003720 2015-CRITICAR-DOC-ATIVO-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------*
003760* 2016-CONFERIR-XREF - CONFERE UMA ENTRADA DO DOCUMENTO:   *
003770*                    TITULAR PRINCIPAL DE CONTA ATIVA      *
003780*                    MARCA A DUPLICIDADE                   *
003790*----------------------------------------------------------*
003800 2016-CONFERIR-XREF.
003810     READ REFERENCIA NEXT RECORD
003820         AT END
003830             SET FIM-REFERENCIA TO TRUE
003840             GO TO 2016-CONFERIR-XREF-EXIT
003850     END-READ.
003860     IF XRF-DOCUMENTO NOT = ABR-DOCUMENTO
003870         SET FIM-REFERENCIA TO TRUE
003880         GO TO 2016-CONFERIR-XREF-EXIT
003890     END-IF.
003900     IF NOT XRF-TITULAR-PRINCIPAL
003910         GO TO 2016-CONFERIR-XREF-EXIT
003920     END-IF.
003930     MOVE XRF-CLI-ID TO CLI-ID.
003940     READ CLIENTES-MASTER
003950         INVALID KEY
003960             GO TO 2016-CONFERIR-XREF-EXIT
003970     END-READ.
003980     IF CLI-ATIVO
003990         SET DOCUMENTO-DUPLICADO TO TRUE
004000     END-IF.
004010 2016-CONFERIR-XREF-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------*
004050* 2017-PROCURAR-NOME - NOME IDENTICO NA MESMA AGENCIA,     *
004060*                    PELA CHAVE NO CLIXNOM                 *
004070*----------------------------------------------------------*
004080 2017-PROCURAR-NOME.
004090     MOVE "N" TO WRK-NOME-ACHADO WRK-FIM-XNOM.
004100     MOVE ABR-AGENCIA TO XNM-AGENCIA.
004110     MOVE ABR-NOME    TO XNM-NOME.
004120     MOVE ZEROS       TO XNM-CLI-ID.
004130     START NOMES-AGENCIA KEY IS NOT LESS THAN XNM-CHAVE
004140         INVALID KEY
004150             SET FIM-NOMES-AGENCIA TO TRUE
004160     END-START.
004170     PERFORM 2018-CONFERIR-NOME THRU 2018-CONFERIR-NOME-EXIT
004180             UNTIL FIM-NOMES-AGENCIA OR WRK-NOME-ACHADO = "S".
004190 2017-PROCURAR-NOME-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------*
004230* 2018-CONFERIR-NOME - UMA ENTRADA DA AGENCIA E NOME: SO   *
004240*                    VALE SE A CONTA AINDA TEM ESSE NOME E *
004250*                    ESSA AGENCIA NO MESTRE                *
004260*----------------------------------------------------------*
004270 2018-CONFERIR-NOME.
004280     READ NOMES-AGENCIA NEXT RECORD
004290         AT END
004300             SET FIM-NOMES-AGENCIA TO TRUE
004310             GO TO 2018-CONFERIR-NOME-EXIT
004320     END-READ.
004330     IF XNM-AGENCIA NOT = ABR-AGENCIA OR XNM-NOME NOT = ABR-NOME
004340         SET FIM-NOMES-AGENCIA TO TRUE
004350         GO TO 2018-CONFERIR-NOME-EXIT
004360     END-IF.
004370     MOVE XNM-CLI-ID TO CLI-ID.
004380     READ CLIENTES-MASTER
004390         INVALID KEY
004400             GO TO 2018-CONFERIR-NOME-EXIT
004410     END-READ.
004420     IF CLI-NOME = ABR-NOME AND CLI-AGENCIA = ABR-AGENCIA
004430         MOVE "S" TO WRK-NOME-ACHADO
004440     END-IF.
004450 2018-CONFERIR-NOME-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------*
004490* 2020-GRAVAR-REJEITO - ECOA A ENTRADA NO CLIABREJ COM O   *
004500*                    MOTIVO E IMPRIME O DETALHE            *
004510*----------------------------------------------------------*
004520 2020-GRAVAR-REJEITO.
004530     MOVE ABR-REGISTRO      TO REJM-ENTRADA.
004540     MOVE WRK-COD-MOTIVO-REJ TO REJM-MOTIVO.
004550     WRITE REJM-REGISTRO.
004560     MOVE ABR-NOME      TO REL-DET-NOME.
004570     MOVE ABR-DOCUMENTO TO REL-DET-DOCUMENTO.
004580     MOVE "REJEITADA " TO REL-DET-SITUACAO.
004590     MOVE ZEROS TO REL-DET-ID.
004600     EVALUATE WRK-COD-MOTIVO-REJ
004610         WHEN 10
004620             MOVE "NOME EM BRANCO" TO REL-DET-MOTIVO
004630         WHEN 20
004640             MOVE "TIPO DE CONTA INVALIDO" TO REL-DET-MOTIVO
004650         WHEN 30
004660             MOVE "AGENCIA ZERADA" TO REL-DET-MOTIVO
004670         WHEN 40
004680             MOVE "CPF/CNPJ COM DIGITO INVALIDO"
004690                     TO REL-DET-MOTIVO
004700         WHEN 50
004710             MOVE "DOCUMENTO JA ATIVO NA CASA" TO REL-DET-MOTIVO
004720         WHEN 60
004730             MOVE "NOME IDENTICO NA AGENCIA" TO REL-DET-MOTIVO
004740         WHEN 70
004750             MOVE "UF EM BRANCO" TO REL-DET-MOTIVO
004760         WHEN 80
004770             MOVE "CEP ZERADO" TO REL-DET-MOTIVO
004780         WHEN 90
004790             MOVE "E-MAIL SEM @" TO REL-DET-MOTIVO
004800         WHEN 95
004810             MOVE "MOEDA INVALIDA" TO REL-DET-MOTIVO
004820         WHEN OTHER
004830             MOVE "MOTIVO DESCONHECIDO" TO REL-DET-MOTIVO
004840     END-EVALUATE.
004850     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
004860     ADD 1 TO WRK-CONT-REJEITADAS.
004870 2020-GRAVAR-REJEITO-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------*
004910* 2030-ABRIR-CONTA - GRAVA A CONTA NOVA NO CLIMSTR (E NA   *
004920*                    REFERENCIA CRUZADA) COM O PROXIMO     *
004930*                    CLI-ID LIVRE                          *
004940*----------------------------------------------------------*
004950 2030-ABRIR-CONTA.
004960     INITIALIZE CLI-REGISTRO.
004970     MOVE WRK-PROXIMO-ID TO CLI-ID.
004980     MOVE ABR-NOME       TO CLI-NOME.
004990     MOVE ZEROS          TO CLI-SALDO.
005000     SET CLI-ATIVO TO TRUE.
005010     MOVE ABR-TIPO-CONTA TO CLI-TIPO-CONTA.
005020     MOVE ABR-DOCUMENTO  TO CLI-DOCUMENTO.
005030     MOVE ABR-TIPO-DOC   TO CLI-TIPO-DOC.
005040     MOVE WRK-DATA-SISTEMA TO CLI-DATA-ABERTURA.
005050     IF ABR-MOEDA = SPACES
005060         MOVE "BRL" TO CLI-MOEDA
005070     ELSE
005080         MOVE ABR-MOEDA TO CLI-MOEDA
005090     END-IF.
005100     MOVE ABR-ENDERECO   TO CLI-ENDERECO.
005110     MOVE ABR-CIDADE     TO CLI-CIDADE.
005120     MOVE ABR-UF         TO CLI-UF.
005130     MOVE ABR-CEP        TO CLI-CEP.
005140     MOVE ABR-TELEFONE   TO CLI-TELEFONE.
005150     MOVE ABR-EMAIL      TO CLI-EMAIL.
005160     MOVE ABR-AGENCIA    TO CLI-AGENCIA.
005170     MOVE "P"            TO CLI-PREF-EXTRATO.
005180     WRITE CLI-REGISTRO
005190         INVALID KEY
005200             DISPLAY "CLILOTEA: CLI-ID " CLI-ID " JA EXISTE - "
005210                     "STATUS " FS-CLIENTES-MASTER
005220             MOVE 99 TO WRK-COD-MOTIVO-REJ
005230             SET ABERTURA-REJEITADA TO TRUE
005240             PERFORM 2020-GRAVAR-REJEITO
005250                     THRU 2020-GRAVAR-REJEITO-EXIT
005260             GO TO 2030-ABRIR-CONTA-EXIT
005270     END-WRITE.
005280     MOVE CLI-DOCUMENTO TO XRF-DOCUMENTO.
005290     MOVE CLI-ID        TO XRF-CLI-ID.
005300     MOVE ZEROS         TO XRF-SEQ.
005310     SET XRF-TITULAR-PRINCIPAL TO TRUE.
005320     MOVE CLI-NOME      TO XRF-NOME.
005330     WRITE XRF-REGISTRO
005340         INVALID KEY
005350             DISPLAY "CLILOTEA: ERRO AO GRAVAR CLIXREF - "
005360                     "STATUS " FS-REFERENCIA
005370     END-WRITE.
005380*    O NOME RECEM-ABERTO TAMBEM PASSA A CONTAR NA CRITICA
005390*    DE NOME IDENTICO DAS ENTRADAS SEGUINTES DO LOTE.
005400     MOVE CLI-AGENCIA TO XNM-AGENCIA.
005410     MOVE CLI-NOME    TO XNM-NOME.
005420     MOVE CLI-ID      TO XNM-CLI-ID.
005430     WRITE XNM-REGISTRO
005440         INVALID KEY
005450             DISPLAY "CLILOTEA: ERRO AO GRAVAR CLIXNOM - "
005460                     "STATUS " FS-NOMES-AGENCIA
005470     END-WRITE.
005480     MOVE ABR-NOME      TO REL-DET-NOME.
005490     MOVE ABR-DOCUMENTO TO REL-DET-DOCUMENTO.
005500     MOVE "ABERTA    " TO REL-DET-SITUACAO.
005510     MOVE CLI-ID TO REL-DET-ID.
005520     MOVE SPACES TO REL-DET-MOTIVO.
005530     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
005540     ADD 1 TO WRK-CONT-ABERTAS.
005550     ADD 1 TO WRK-PROXIMO-ID.
005560 2030-ABRIR-CONTA-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------*
005600* 2100-LER-PROXIMA-ABERTURA - LEITURA SEQUENCIAL DO        *
005610*                    CLIABERT                              *
005620*----------------------------------------------------------*
005630 2100-LER-PROXIMA-ABERTURA.
005640     READ ABERTURAS
005650         AT END
005660             SET FIM-ARQUIVO-ABERTURAS TO TRUE
005670         NOT AT END
005680             ADD 1 TO WRK-CONT-LIDAS
005690     END-READ.
005700 2100-LER-PROXIMA-ABERTURA-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------*
005740* 9000-FINALIZAR - TOTAIS E CODIGO DE RETORNO              *
005750*----------------------------------------------------------*
005760 9000-FINALIZAR.
005770     MOVE "ABERTURAS LIDAS               " TO REL-ROD-ROTULO.
005780     MOVE WRK-CONT-LIDAS TO REL-ROD-VALOR.
005790     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
005800     MOVE "CONTAS ABERTAS                " TO REL-ROD-ROTULO.
005810     MOVE WRK-CONT-ABERTAS TO REL-ROD-VALOR.
005820     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005830     MOVE "ABERTURAS REJEITADAS (CLIABREJ)" TO REL-ROD-ROTULO.
005840     MOVE WRK-CONT-REJEITADAS TO REL-ROD-VALOR.
005850     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005860     CLOSE CLIENTES-MASTER ABERTURAS REJEITOS-MAQ REFERENCIA
005870             NOMES-AGENCIA RELATORIO.
005880     IF WRK-CONT-REJEITADAS > ZEROS
005890         MOVE 4 TO RETURN-CODE
005900     END-IF.
005910 9000-FINALIZAR-EXIT.
005920     EXIT.
005930
005940 9999-EXIT.
005950     STOP RUN.
