000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             TARMNT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - MANUTENCAO DA       *
000120*                    TABELA DE TARIFAS AVULSAS POR EVENTO  *
000130*                    E TIPO DE CONTA (CLITARFA, LAYOUT     *
000140*                    CLITFERG), NOS MOLDES DO PARMMNT:     *
000150*                    CAPTURA DA TABELA INTEIRA (FRANQUIA   *
000160*                    MENSAL DE SAQUES E VALOR DE CADA      *
000170*                    EVENTO), CRITICA DE DOMINIO (TARIFA   *
000180*                    ATE 10000, FRANQUIA ATE 99), QUADRO   *
000190*                    DE VALOR ATUAL X NOVO NA CONFIRMACAO  *
000200*                    E APROVACAO DE UM SEGUNDO OPERADOR    *
000210*                    (PERFIL SUPERVISOR, DIFERENTE DO      *
000220*                    PRIMEIRO) ANTES DE A TABELA NOVA      *
000230*                    VALER. A COBRANCA E DO CLIMOVTO.      *
000240*----------------------------------------------------------*
000250 ENVIRONMENT             DIVISION.
000260 CONFIGURATION           SECTION.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290
000300 INPUT-OUTPUT            SECTION.
000310 FILE-CONTROL.
000320     SELECT TABELA-TARIFAS ASSIGN TO "CLITARFA"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS FS-TABELA-TARIFAS.
000350
000360 DATA                    DIVISION.
000370 FILE                    SECTION.
000380 FD  TABELA-TARIFAS
000390     LABEL RECORD IS STANDARD.
000400     COPY CLITFERG.
000410
000420 WORKING-STORAGE         SECTION.
000430 01  WRK-FLAGS.
000440     05  WRK-SIGNON-OK        PICTURE X(01)  VALUE "N".
000450         88  OPERADOR-AUTENTICADO            VALUE "S".
000460     05  WRK-CRITICA-OK       PICTURE X(01)  VALUE "S".
000470         88  TABELA-VALIDA                   VALUE "S".
000480         88  TABELA-INVALIDA                 VALUE "N".
000490     05  WRK-EXIGE-SUPERV     PICTURE X(01)  VALUE "N".
000500         88  EXIGIR-SUPERVISOR               VALUE "S".
000510     05  WRK-FIM-TAB          PICTURE X(01)  VALUE "N".
000520         88  FIM-TABELA-TARIFAS              VALUE "S".
000530 01  FS-TABELA-TARIFAS    PICTURE X(02)      VALUE "00".
000540 77  WRK-ID-INFORMADO     PICTURE X(08)      VALUE SPACES.
000550 77  WRK-SENHA-INFORMADA  PICTURE X(08)      VALUE SPACES.
000560 77  WRK-RESULTADO-SIGNON PICTURE X(01)      VALUE SPACES.
000570 77  WRK-PERFIL-OPERADOR  PICTURE X(01)      VALUE SPACES.
000580 77  WRK-OPERADOR-1       PICTURE X(08)      VALUE SPACES.
000590 77  WRK-OPERADOR-2       PICTURE X(08)      VALUE SPACES.
000600 77  WRK-CONFIRMA         PICTURE X(01)      VALUE SPACES.
000610 77  WRK-IDX-EVT          PICTURE 9(02)      COMP VALUE ZEROS.
000620 77  WRK-IDX-TIPO         PICTURE 9(02)      COMP VALUE ZEROS.
000630 77  WRK-IDX-TAB          PICTURE 9(02)      COMP VALUE ZEROS.
000640 77  WRK-ACHOU-EVT        PICTURE 9(02)      COMP VALUE ZEROS.
000650 77  WRK-ACHOU-TIPO       PICTURE 9(02)      COMP VALUE ZEROS.
000660 77  WRK-QTD-EVENTOS      PICTURE 9(02)      COMP VALUE 5.
000670 77  WRK-QTD-TIPOS        PICTURE 9(02)      COMP VALUE 3.
000680
000690*----------------------------------------------------------*
000700* EVENTOS TARIFADOS (CODIGO + DESCRICAO) E TIPOS DE CONTA, *
000710* NA ORDEM EM QUE A TABELA E CAPTURADA E GRAVADA           *
000720*----------------------------------------------------------*
000730 01  TAB-EVENTOS-DADOS.
000740     05  FILLER PICTURE X(31)
000750             VALUE "SSAQUE ALEM DA FRANQUIA        ".
000760     05  FILLER PICTURE X(31)
000770             VALUE "TTRANSFERENCIA ENTRE CONTAS    ".
000780     05  FILLER PICTURE X(31)
000790             VALUE "XTED/DOC PARA OUTRO BANCO      ".
000800     05  FILLER PICTURE X(31)
000810             VALUE "ECHEQUE DEPOSITADO DEVOLVIDO   ".
000820     05  FILLER PICTURE X(31)
000830             VALUE "DDECLARACAO DE SALDO           ".
000840 01  TAB-EVENTOS REDEFINES TAB-EVENTOS-DADOS.
000850     05  TAB-EVT-ENTRADA          OCCURS 5 TIMES.
000860         10  TAB-EVT-CODIGO       PICTURE X(01).
000870         10  TAB-EVT-TEXTO        PICTURE X(30).
000880 01  TAB-TIPOS-DADOS.
000890     05  FILLER PICTURE X(12) VALUE "SPOUPANCA   ".
000900     05  FILLER PICTURE X(12) VALUE "PPREMIUM    ".
000910     05  FILLER PICTURE X(12) VALUE "BEMPRESARIAL".
000920 01  TAB-TIPOS REDEFINES TAB-TIPOS-DADOS.
000930     05  TAB-TIPO-ENTRADA         OCCURS 3 TIMES.
000940         10  TAB-TIPO-CODIGO      PICTURE X(01).
000950         10  TAB-TIPO-TEXTO       PICTURE X(11).
000960
000970*----------------------------------------------------------*
000980* TABELA VIGENTE E TABELA NOVA EM MONTAGEM, UMA ENTRADA    *
000990* POR EVENTO + TIPO DE CONTA ((EVENTO - 1) * 3 + TIPO)     *
001000*----------------------------------------------------------*
001010 01  TAB-ATUAL.
001020     05  ATU-ENTRADA              OCCURS 15 TIMES.
001030         10  ATU-VALOR            PICTURE 9(06).
001040         10  ATU-FRANQUIA         PICTURE 9(03).
001050 01  TAB-NOVA.
001060     05  NOV-ENTRADA              OCCURS 15 TIMES.
001070         10  NOV-VALOR            PICTURE 9(06).
001080         10  NOV-FRANQUIA         PICTURE 9(03).
001090
001100 PROCEDURE               DIVISION.
001110*----------------------------------------------------------*
001120* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001130*----------------------------------------------------------*
001140 0000-MAINLINE.
001150     DISPLAY "TARMNT - MANUTENCAO DA TABELA DE TARIFAS "
001160             "AVULSAS".
001170     DISPLAY "IDENTIFICACAO DO PRIMEIRO OPERADOR".
001180     MOVE "N" TO WRK-EXIGE-SUPERV.
001190     PERFORM 0500-AUTENTICAR-OPERADOR
001200             THRU 0500-AUTENTICAR-OPERADOR-EXIT.
001210     IF NOT OPERADOR-AUTENTICADO
001220         DISPLAY "TARMNT: SIGN-ON RECUSADO - ENCERRANDO"
001230         GO TO 9999-EXIT
001240     END-IF.
001250     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR-1.
001260     PERFORM 1000-LER-TABELA-ATUAL
001270             THRU 1000-LER-TABELA-ATUAL-EXIT.
001280     PERFORM 2000-CAPTURAR-NOVOS-VALORES
001290             THRU 2000-CAPTURAR-NOVOS-VALORES-EXIT.
001300     PERFORM 3000-CRITICAR-DOMINIO
001310             THRU 3000-CRITICAR-DOMINIO-EXIT.
001320     IF TABELA-INVALIDA
001330         DISPLAY "TARMNT: TABELA RECUSADA NA CRITICA - "
001340                 "NADA FOI GRAVADO"
001350         GO TO 9999-EXIT
001360     END-IF.
001370     PERFORM 4000-EXIBIR-ANTIGO-X-NOVO
001380             THRU 4000-EXIBIR-ANTIGO-X-NOVO-EXIT.
001390     DISPLAY "CONFIRMA A TABELA NOVA (S/N)? ".
001400     ACCEPT WRK-CONFIRMA.
001410     IF WRK-CONFIRMA NOT = "S"
001420         DISPLAY "TARMNT: ALTERACAO CANCELADA PELO OPERADOR"
001430         GO TO 9999-EXIT
001440     END-IF.
001450     DISPLAY "APROVACAO DO SEGUNDO OPERADOR (SUPERVISOR)".
001460     MOVE "S" TO WRK-EXIGE-SUPERV.
001470     PERFORM 0500-AUTENTICAR-OPERADOR
001480             THRU 0500-AUTENTICAR-OPERADOR-EXIT.
001490     IF NOT OPERADOR-AUTENTICADO
001500         DISPLAY "TARMNT: APROVACAO RECUSADA - NADA FOI "
001510                 "GRAVADO"
001520         GO TO 9999-EXIT
001530     END-IF.
001540     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR-2.
001550     IF WRK-OPERADOR-2 = WRK-OPERADOR-1
001560         DISPLAY "TARMNT: O APROVADOR TEM DE SER OUTRO "
001570                 "OPERADOR - NADA FOI GRAVADO"
001580         GO TO 9999-EXIT
001590     END-IF.
001600     PERFORM 5000-GRAVAR-TABELA
001610             THRU 5000-GRAVAR-TABELA-EXIT.
001620     GO TO 9999-EXIT.
001630
001640*----------------------------------------------------------*
001650* 0500-AUTENTICAR-OPERADOR - PEDE USUARIO E SENHA E        *
001660*                 CONFERE NO CLIOPER (TRES TENTATIVAS).    *
001670*                 QUANDO EXIGIR-SUPERVISOR, SO O PERFIL    *
001680*                 "S" E ACEITO.                            *
001690*----------------------------------------------------------*
001700 0500-AUTENTICAR-OPERADOR.
001710     MOVE "N" TO WRK-SIGNON-OK.
001720     PERFORM 0510-UMA-TENTATIVA THRU 0510-UMA-TENTATIVA-EXIT
001730             3 TIMES.
001740 0500-AUTENTICAR-OPERADOR-EXIT.
001750     EXIT.
001760
001770*----------------------------------------------------------*
001780* 0510-UMA-TENTATIVA - UMA TENTATIVA DE SIGN-ON            *
001790*----------------------------------------------------------*
001800 0510-UMA-TENTATIVA.
001810     IF OPERADOR-AUTENTICADO
001820         GO TO 0510-UMA-TENTATIVA-EXIT
001830     END-IF.
001840     DISPLAY "OPERADOR: ".
001850     ACCEPT WRK-ID-INFORMADO.
001860     DISPLAY "SENHA   : ".
001870     ACCEPT WRK-SENHA-INFORMADA.
001880     CALL "CLISIGN" USING WRK-ID-INFORMADO
001890             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
001900             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
001910     IF WRK-RESULTADO-SIGNON = "S"
001920         MOVE "S" TO WRK-SIGNON-OK
001930     ELSE
001940         DISPLAY "TARMNT: SIGN-ON NAO ACEITO (RESULTADO "
001950                 WRK-RESULTADO-SIGNON ")"
001960     END-IF.
001970 0510-UMA-TENTATIVA-EXIT.
001980     EXIT.
001990
002000*----------------------------------------------------------*
002010* 1000-LER-TABELA-ATUAL - CARREGA A TABELA VIGENTE DO      *
002020*                 CLITARFA; SEM ARQUIVO, TODOS OS EVENTOS  *
002030*                 PARTEM ISENTOS E SEM FRANQUIA            *
002040*----------------------------------------------------------*
002050 1000-LER-TABELA-ATUAL.
002060     INITIALIZE TAB-ATUAL.
002070     OPEN INPUT TABELA-TARIFAS.
002080     IF FS-TABELA-TARIFAS NOT = "00"
002090         DISPLAY "TARMNT: CLITARFA AINDA NAO EXISTE - "
002100                 "PARTINDO DE TABELA ZERADA"
002110         GO TO 1000-LER-TABELA-ATUAL-EXIT
002120     END-IF.
002130     PERFORM 1100-LER-ENTRADA-ATUAL
002140             THRU 1100-LER-ENTRADA-ATUAL-EXIT
002150             UNTIL FIM-TABELA-TARIFAS.
002160     CLOSE TABELA-TARIFAS.
002170 1000-LER-TABELA-ATUAL-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------*
002210* 1100-LER-ENTRADA-ATUAL - POSICIONA UM REGISTRO DO        *
002220*                 CLITARFA NA TABELA VIGENTE. EVENTO OU    *
002230*                 TIPO DESCONHECIDO E IGNORADO.            *
002240*----------------------------------------------------------*
002250 1100-LER-ENTRADA-ATUAL.
002260     READ TABELA-TARIFAS
002270         AT END
002280             SET FIM-TABELA-TARIFAS TO TRUE
002290             GO TO 1100-LER-ENTRADA-ATUAL-EXIT
002300     END-READ.
002310     MOVE ZEROS TO WRK-ACHOU-EVT WRK-ACHOU-TIPO.
002320     PERFORM 1150-PROCURAR-EVENTO
002330             THRU 1150-PROCURAR-EVENTO-EXIT
002340             VARYING WRK-IDX-EVT FROM 1 BY 1
002350             UNTIL WRK-IDX-EVT > WRK-QTD-EVENTOS.
002360     PERFORM 1160-PROCURAR-TIPO
002370             THRU 1160-PROCURAR-TIPO-EXIT
002380             VARYING WRK-IDX-TIPO FROM 1 BY 1
002390             UNTIL WRK-IDX-TIPO > WRK-QTD-TIPOS.
002400     IF WRK-ACHOU-EVT = ZEROS OR WRK-ACHOU-TIPO = ZEROS
002410         DISPLAY "TARMNT: ENTRADA " TFE-EVENTO TFE-TIPO-CONTA
002420                 " DESCONHECIDA - IGNORADA"
002430         GO TO 1100-LER-ENTRADA-ATUAL-EXIT
002440     END-IF.
002450     COMPUTE WRK-IDX-TAB = (WRK-ACHOU-EVT - 1) * 3
002460             + WRK-ACHOU-TIPO.
002470     MOVE TFE-VALOR    TO ATU-VALOR (WRK-IDX-TAB).
002480     MOVE TFE-FRANQUIA TO ATU-FRANQUIA (WRK-IDX-TAB).
002490 1100-LER-ENTRADA-ATUAL-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530* 1150-PROCURAR-EVENTO - CONFERE UMA ENTRADA DOS EVENTOS   *
002540*----------------------------------------------------------*
002550 1150-PROCURAR-EVENTO.
002560     IF TAB-EVT-CODIGO (WRK-IDX-EVT) = TFE-EVENTO
002570         MOVE WRK-IDX-EVT TO WRK-ACHOU-EVT
002580     END-IF.
002590 1150-PROCURAR-EVENTO-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------*
002630* 1160-PROCURAR-TIPO - CONFERE UMA ENTRADA DOS TIPOS       *
002640*----------------------------------------------------------*
002650 1160-PROCURAR-TIPO.
002660     IF TAB-TIPO-CODIGO (WRK-IDX-TIPO) = TFE-TIPO-CONTA
002670         MOVE WRK-IDX-TIPO TO WRK-ACHOU-TIPO
002680     END-IF.
002690 1160-PROCURAR-TIPO-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------*
002730* 2000-CAPTURAR-NOVOS-VALORES - PEDE A FRANQUIA DE SAQUES  *
002740*                 DE CADA TIPO DE CONTA E O VALOR DE CADA  *
002750*                 EVENTO, MOSTRANDO O VIGENTE              *
002760*----------------------------------------------------------*
002770 2000-CAPTURAR-NOVOS-VALORES.
002780     INITIALIZE TAB-NOVA.
002790     PERFORM 2100-CAPTURAR-FRANQUIA
002800             THRU 2100-CAPTURAR-FRANQUIA-EXIT
002810             VARYING WRK-IDX-TIPO FROM 1 BY 1
002820             UNTIL WRK-IDX-TIPO > WRK-QTD-TIPOS.
002830     PERFORM 2200-CAPTURAR-VALOR
002840             THRU 2200-CAPTURAR-VALOR-EXIT
002850             VARYING WRK-IDX-EVT FROM 1 BY 1
002860             UNTIL WRK-IDX-EVT > WRK-QTD-EVENTOS
002870             AFTER WRK-IDX-TIPO FROM 1 BY 1
002880             UNTIL WRK-IDX-TIPO > WRK-QTD-TIPOS.
002890 2000-CAPTURAR-NOVOS-VALORES-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------*
002930* 2100-CAPTURAR-FRANQUIA - SAQUES ISENTOS POR MES DE UM    *
002940*                 TIPO DE CONTA (GUARDADOS NA ENTRADA DO   *
002950*                 EVENTO S)                                *
002960*----------------------------------------------------------*
002970 2100-CAPTURAR-FRANQUIA.
002980     DISPLAY "SAQUES ISENTOS NO MES - "
002990             TAB-TIPO-TEXTO (WRK-IDX-TIPO) " (ATUAL "
003000             ATU-FRANQUIA (WRK-IDX-TIPO) "): ".
003010     ACCEPT NOV-FRANQUIA (WRK-IDX-TIPO).
003020 2100-CAPTURAR-FRANQUIA-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------*
003060* 2200-CAPTURAR-VALOR - VALOR DA TARIFA DE UM EVENTO PARA  *
003070*                 UM TIPO DE CONTA (0 = ISENTO)            *
003080*----------------------------------------------------------*
003090 2200-CAPTURAR-VALOR.
003100     COMPUTE WRK-IDX-TAB = (WRK-IDX-EVT - 1) * 3
003110             + WRK-IDX-TIPO.
003120     DISPLAY TAB-EVT-TEXTO (WRK-IDX-EVT) " - "
003130             TAB-TIPO-TEXTO (WRK-IDX-TIPO) " (ATUAL "
003140             ATU-VALOR (WRK-IDX-TAB) "): ".
003150     ACCEPT NOV-VALOR (WRK-IDX-TAB).
003160 2200-CAPTURAR-VALOR-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------*
003200* 3000-CRITICAR-DOMINIO - CRITICA DE FAIXA DA TABELA NOVA: *
003210*                 TARIFA ATE 10000 (O MESMO TETO DA        *
003220*                 TARIFA MENSAL NO PARMMNT) E FRANQUIA     *
003230*                 ATE 99 SAQUES                            *
003240*----------------------------------------------------------*
003250 3000-CRITICAR-DOMINIO.
003260     SET TABELA-VALIDA TO TRUE.
003270     PERFORM 3100-CRITICAR-ENTRADA
003280             THRU 3100-CRITICAR-ENTRADA-EXIT
003290             VARYING WRK-IDX-TAB FROM 1 BY 1
003300             UNTIL WRK-IDX-TAB > 15.
003310 3000-CRITICAR-DOMINIO-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350* 3100-CRITICAR-ENTRADA - CRITICA UMA ENTRADA DA TABELA    *
003360*----------------------------------------------------------*
003370 3100-CRITICAR-ENTRADA.
003380     IF NOV-VALOR (WRK-IDX-TAB) > 10000
003390         DISPLAY "TARMNT: TARIFA " NOV-VALOR (WRK-IDX-TAB)
003400                 " ACIMA DO TETO DE 10000 - FORA DA FAIXA"
003410         SET TABELA-INVALIDA TO TRUE
003420     END-IF.
003430     IF NOV-FRANQUIA (WRK-IDX-TAB) > 99
003440         DISPLAY "TARMNT: FRANQUIA "
003450                 NOV-FRANQUIA (WRK-IDX-TAB)
003460                 " ACIMA DE 99 SAQUES - FORA DA FAIXA"
003470         SET TABELA-INVALIDA TO TRUE
003480     END-IF.
003490 3100-CRITICAR-ENTRADA-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------*
003530* 4000-EXIBIR-ANTIGO-X-NOVO - QUADRO DE CONFERENCIA COM O  *
003540*                 VALOR VIGENTE E O NOVO, LADO A LADO      *
003550*----------------------------------------------------------*
003560 4000-EXIBIR-ANTIGO-X-NOVO.
003570     DISPLAY "EVENTO / TIPO DE CONTA                     "
003580             "      ATUAL    NOVO".
003590     PERFORM 4100-EXIBIR-FRANQUIA
003600             THRU 4100-EXIBIR-FRANQUIA-EXIT
003610             VARYING WRK-IDX-TIPO FROM 1 BY 1
003620             UNTIL WRK-IDX-TIPO > WRK-QTD-TIPOS.
003630     PERFORM 4200-EXIBIR-VALOR
003640             THRU 4200-EXIBIR-VALOR-EXIT
003650             VARYING WRK-IDX-EVT FROM 1 BY 1
003660             UNTIL WRK-IDX-EVT > WRK-QTD-EVENTOS
003670             AFTER WRK-IDX-TIPO FROM 1 BY 1
003680             UNTIL WRK-IDX-TIPO > WRK-QTD-TIPOS.
003690 4000-EXIBIR-ANTIGO-X-NOVO-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------*
003730* 4100-EXIBIR-FRANQUIA - LINHA DA FRANQUIA DE UM TIPO      *
003740*----------------------------------------------------------*
003750 4100-EXIBIR-FRANQUIA.
003760     DISPLAY "FRANQUIA DE SAQUES             - "
003770             TAB-TIPO-TEXTO (WRK-IDX-TIPO) "       "
003780             ATU-FRANQUIA (WRK-IDX-TIPO) "      "
003790             NOV-FRANQUIA (WRK-IDX-TIPO).
003800 4100-EXIBIR-FRANQUIA-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------*
003840* 4200-EXIBIR-VALOR - LINHA DE UM EVENTO + TIPO            *
003850*----------------------------------------------------------*
003860 4200-EXIBIR-VALOR.
003870     COMPUTE WRK-IDX-TAB = (WRK-IDX-EVT - 1) * 3
003880             + WRK-IDX-TIPO.
003890     DISPLAY TAB-EVT-TEXTO (WRK-IDX-EVT) " - "
003900             TAB-TIPO-TEXTO (WRK-IDX-TIPO) "    "
003910             ATU-VALOR (WRK-IDX-TAB) "   "
003920             NOV-VALOR (WRK-IDX-TAB).
003930 4200-EXIBIR-VALOR-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970* 5000-GRAVAR-TABELA - COM A DUPLA APROVACAO FECHADA,      *
003980*                 REGRAVA O CLITARFA INTEIRO COM A TABELA  *
003990*                 NOVA                                     *
004000*----------------------------------------------------------*
004010 5000-GRAVAR-TABELA.
004020     OPEN OUTPUT TABELA-TARIFAS.
004030     PERFORM 5100-GRAVAR-ENTRADA
004040             THRU 5100-GRAVAR-ENTRADA-EXIT
004050             VARYING WRK-IDX-EVT FROM 1 BY 1
004060             UNTIL WRK-IDX-EVT > WRK-QTD-EVENTOS
004070             AFTER WRK-IDX-TIPO FROM 1 BY 1
004080             UNTIL WRK-IDX-TIPO > WRK-QTD-TIPOS.
004090     CLOSE TABELA-TARIFAS.
004100     DISPLAY "TARMNT: TABELA DE TARIFAS GRAVADA - DIGITADA "
004110             "POR " WRK-OPERADOR-1 ", APROVADA POR "
004120             WRK-OPERADOR-2.
004130 5000-GRAVAR-TABELA-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170* 5100-GRAVAR-ENTRADA - GRAVA UM REGISTRO EVENTO + TIPO.   *
004180*                 A FRANQUIA SO VAI NO EVENTO S.           *
004190*----------------------------------------------------------*
004200 5100-GRAVAR-ENTRADA.
004210     COMPUTE WRK-IDX-TAB = (WRK-IDX-EVT - 1) * 3
004220             + WRK-IDX-TIPO.
004230     MOVE SPACES TO TFE-REGISTRO.
004240     MOVE TAB-EVT-CODIGO (WRK-IDX-EVT)   TO TFE-EVENTO.
004250     MOVE TAB-TIPO-CODIGO (WRK-IDX-TIPO) TO TFE-TIPO-CONTA.
004260     MOVE NOV-VALOR (WRK-IDX-TAB)        TO TFE-VALOR.
004270     IF TFE-SAQUE
004280         MOVE NOV-FRANQUIA (WRK-IDX-TIPO) TO TFE-FRANQUIA
004290     ELSE
004300         MOVE ZEROS TO TFE-FRANQUIA
004310     END-IF.
004320     WRITE TFE-REGISTRO.
004330 5100-GRAVAR-ENTRADA-EXIT.
004340     EXIT.
004350
004360 9999-EXIT.
004370     STOP RUN.
