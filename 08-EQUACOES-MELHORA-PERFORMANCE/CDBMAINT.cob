000290*                    JA ENFILEIRAVA - SEM ISSO O PRINCIPAL *
000300*                    FICAVA RENDENDO NA CONTA E AINDA ERA  *
000310*                    PAGO DE NOVO NO VENCIMENTO.           *
000320* 2026-10-15 EBC     O CLIMOVD PASSA A RECEBER OS          *
000330*                    MOVIMENTOS GERADOS ENTRE UM CABECALHO *
000340*                    "H" E UM TRAILER "Z" DE LOTE (LAYOUT  *
000350*                    CLIMVCRG) COM A ORIGEM CDBMAINT, A    *
000360*                    QUANTIDADE E O HASH (SOMA DE          *
000370*                    MOV-VALOR); O CABECALHO SAI NO        *
000380*                    PRIMEIRO MOVIMENTO E O TRAILER NO     *
000390*                    FECHAMENTO (7100/7150; UM LOTE POR    *
000400*                    SESSAO). EXECUCAO INTERROMPIDA DEIXA  *
000410*                    O LOTE SEM TRAILER E O CLIMOVTO O     *
000420*                    REJEITA POR INTEIRO.                  *
000430*----------------------------------------------------------*
000440 ENVIRONMENT             DIVISION.
000450 CONFIGURATION           SECTION.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480
000490 INPUT-OUTPUT            SECTION.
000500 FILE-CONTROL.
000510     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CLI-ID
000550         FILE STATUS IS FS-CLIENTES-MASTER.
000560     SELECT CERTIFICADOS ASSIGN TO "CLICDB"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CDB-NUMERO
000600         FILE STATUS IS FS-CERTIFICADOS.
000610     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-LOG-MANUTENCAO.
000640     SELECT MOVIMENTOS ASSIGN TO "CLIMOVD"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-MOVIMENTOS.
000670
000680 DATA                    DIVISION.
000690 FILE                    SECTION.
000700 FD  CLIENTES-MASTER
000710     LABEL RECORD IS STANDARD.
000720     COPY CLIREG.
000730
000740 FD  CERTIFICADOS
000750     LABEL RECORD IS STANDARD.
000760     COPY CLICDBRG.
000770
000780 FD  LOG-MANUTENCAO
000790     LABEL RECORD IS STANDARD.
000800 01  MLOG-LINHA               PICTURE X(120).
000810
000820 FD  MOVIMENTOS
000830     LABEL RECORD IS STANDARD.
000840 01  MOV-REGISTRO.
000850     05  MOV-TIPO            PICTURE X(01).
000860     05  MOV-CLIENTE         PICTURE 9(06).
000870     05  MOV-CLIENTE-DEST    PICTURE 9(06).
000880     05  MOV-VALOR           PICTURE 9(10).
000890     05  FILLER              PICTURE X(57).
000900     COPY CLIMVCRG.
000910
000920
000930 WORKING-STORAGE         SECTION.
000940 01  WRK-FLAGS.
000950     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
000960         88  SAIR-DO-MENU                       VALUE "S".
000970     05  WRK-LOTE-MOVD       PICTURE X(01)      VALUE "N".
000980         88  LOTE-MOVD-ABERTO                   VALUE "S".
000990 01  FS-CLIENTES-MASTER      PICTURE X(02)      VALUE "00".
001000 01  FS-CERTIFICADOS         PICTURE X(02)      VALUE "00".
001010 01  FS-LOG-MANUTENCAO       PICTURE X(02)      VALUE "00".
001020 01  FS-MOVIMENTOS           PICTURE X(02)      VALUE "00".
001030 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
001040 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
001050 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
001060 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
001070 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
001080 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
001090 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "N".
001100 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
001110 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
001120 77  WRK-PROXIMO-NUMERO       PICTURE 9(06)      VALUE ZEROS.
001130 77  WRK-ENT-FATOR            PICTURE 9(03)      VALUE ZEROS.
001140 77  WRK-CLIENTE-LISTA        PICTURE 9(06)      VALUE ZEROS.
001150 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
001160 77  WRK-VALOR-ED             PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001170 77  WRK-FATOR-ED             PICTURE 9,99.
001180 77  WRK-LOTE-QTD             PICTURE 9(06)      COMP VALUE ZEROS.
001190 77  WRK-LOTE-HASH            PICTURE 9(15)      COMP VALUE ZEROS.
001200 77  WRK-LOTE-HORA            PICTURE 9(06)      VALUE ZEROS.
001210 01  WRK-SIGNON.
001220     05  WRK-SIGNON-OK        PICTURE X(01)      VALUE "N".
001230         88  OPERADOR-AUTENTICADO            VALUE "S".
001240     05  WRK-AUTORIZADO       PICTURE X(01)      VALUE "N".
001250         88  FUNCAO-AUTORIZADA               VALUE "S".
001260 01  WRK-FLAGS-CDB.
001270     05  WRK-FIM-CDB          PICTURE X(01)      VALUE "N".
001280         88  FIM-CERTIFICADOS                VALUE "S".
001290
001300*----------------------------------------------------------*
001310* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
001320* CLIMAINT                                                 *
001330*----------------------------------------------------------*
001340 01  MLOG-REGISTRO.
001350     05  MLOG-DATA            PICTURE 9(08).
001360     05  FILLER               PICTURE X(01) VALUE SPACES.
001370     05  MLOG-HORA            PICTURE 9(06).
001380     05  FILLER               PICTURE X(01) VALUE SPACES.
001390     05  MLOG-OPERADOR        PICTURE X(08).
001400     05  FILLER               PICTURE X(01) VALUE SPACES.
001410     05  MLOG-FUNCAO          PICTURE X(01).
001420     05  FILLER               PICTURE X(01) VALUE SPACES.
001430     05  MLOG-CLIENTE         PICTURE 9(06).
001440     05  FILLER               PICTURE X(01) VALUE SPACES.
001450     05  MLOG-CAMPO           PICTURE X(12).
001460     05  FILLER               PICTURE X(01) VALUE SPACES.
001470     05  MLOG-ANTES           PICTURE X(34).
001480     05  FILLER               PICTURE X(01) VALUE SPACES.
001490     05  MLOG-DEPOIS          PICTURE X(34).
001500     05  FILLER               PICTURE X(04) VALUE SPACES.
001510
001520 PROCEDURE               DIVISION.
001530*----------------------------------------------------------*
001540* 0000-MAINLINE - ABRE OS ARQUIVOS E CONTROLA O MENU       *
001550*----------------------------------------------------------*
001560 0000-MAINLINE.
001570     OPEN INPUT CLIENTES-MASTER.
001580     IF FS-CLIENTES-MASTER NOT = "00"
001590         DISPLAY "CDBMAINT: ERRO AO ABRIR CLIMSTR - STATUS "
001600                 FS-CLIENTES-MASTER
001610         GO TO 9999-EXIT
001620     END-IF.
001630     OPEN I-O CERTIFICADOS.
001640     IF FS-CERTIFICADOS NOT = "00"
001650             AND FS-CERTIFICADOS NOT = "05"
001660         DISPLAY "CDBMAINT: ERRO AO ABRIR CLICDB - STATUS "
001670                 FS-CERTIFICADOS
001680         CLOSE CLIENTES-MASTER
001690         GO TO 9999-EXIT
001700     END-IF.
001710     OPEN EXTEND LOG-MANUTENCAO.
001720     IF FS-LOG-MANUTENCAO NOT = "00"
001730         DISPLAY "CDBMAINT: ERRO AO ABRIR CLIMLOG - STATUS "
001740                 FS-LOG-MANUTENCAO
001750         CLOSE CLIENTES-MASTER CERTIFICADOS
001760         GO TO 9999-EXIT
001770     END-IF.
001780     OPEN EXTEND MOVIMENTOS.
001790     IF FS-MOVIMENTOS NOT = "00"
001800         DISPLAY "CDBMAINT: ERRO AO ABRIR CLIMOVD - STATUS "
001810                 FS-MOVIMENTOS
001820         CLOSE CLIENTES-MASTER CERTIFICADOS LOG-MANUTENCAO
001830         GO TO 9999-EXIT
001840     END-IF.
001850     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001860     PERFORM 0500-IDENTIFICAR-OPERADOR
001870             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
001880     IF NOT OPERADOR-AUTENTICADO
001890         DISPLAY "CDBMAINT: SIGN-ON RECUSADO - ENCERRANDO"
001900         CLOSE CLIENTES-MASTER CERTIFICADOS LOG-MANUTENCAO
001910         GO TO 9999-EXIT
001920     END-IF.
001930     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
001940             UNTIL SAIR-DO-MENU.
001950     PERFORM 7150-FECHAR-LOTE-MOVD
001960             THRU 7150-FECHAR-LOTE-MOVD-EXIT.
001970     CLOSE CLIENTES-MASTER CERTIFICADOS LOG-MANUTENCAO
001980             MOVIMENTOS.
001990     GO TO 9999-EXIT.
002000
002010*----------------------------------------------------------*
002020* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA PARA A   *
002030*                    FUNCAO ESCOLHIDA                      *
002040*----------------------------------------------------------*
002050 1000-EXIBIR-MENU.
002060     DISPLAY "--------------------------------------------".
002070     DISPLAY "DEPOSITO A PRAZO (CDB)".
002080     DISPLAY "  A - APLICAR (BOOKING)".
002090     DISPLAY "  R - PEDIR RESGATE ANTECIPADO".
002100     DISPLAY "  L - LISTAR CDBS DE UM CLIENTE".
002110     DISPLAY "  S - SAIR".
002120     DISPLAY "--------------------------------------------".
002130     DISPLAY "OPCAO: ".
002140     ACCEPT WRK-OPCAO.
002150     EVALUATE WRK-OPCAO
002160         WHEN "A"
002170             PERFORM 0600-VERIFICAR-AUTORIZACAO
002180                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
002190             IF FUNCAO-AUTORIZADA
002200                 PERFORM 2000-APLICAR THRU 2000-APLICAR-EXIT
002210             END-IF
002220         WHEN "R"
002230             PERFORM 0600-VERIFICAR-AUTORIZACAO
002240                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
002250             IF FUNCAO-AUTORIZADA
002260                 PERFORM 3000-PEDIR-RESGATE
002270                         THRU 3000-PEDIR-RESGATE-EXIT
002280             END-IF
002290         WHEN "L"
002300             PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
002310         WHEN "S"
002320             SET SAIR-DO-MENU TO TRUE
002330         WHEN OTHER
002340             DISPLAY "CDBMAINT: OPCAO INVALIDA"
002350     END-EVALUATE.
002360 1000-EXIBIR-MENU-EXIT.
002370     EXIT.
002380
002390*----------------------------------------------------------*
002400* 0500-IDENTIFICAR-OPERADOR - SIGN-ON CONTRA O CLIOPER,    *
002410*                 TRES TENTATIVAS, NOS MOLDES DO CLIMAINT  *
002420*----------------------------------------------------------*
002430 0500-IDENTIFICAR-OPERADOR.
002440     MOVE ZEROS TO WRK-TENTATIVAS.
002450 0510-PEDIR-CREDENCIAIS.
002460     IF WRK-TENTATIVAS >= 3
002470         MOVE "L" TO MLOG-FUNCAO
002480         MOVE "SIGNON      " TO MLOG-CAMPO
002490         MOVE WRK-ID-INFORMADO TO MLOG-ANTES
002500         MOVE "RECUSADO" TO MLOG-DEPOIS
002510         MOVE ZEROS TO MLOG-CLIENTE
002520         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
002530         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002540     END-IF.
002550     ADD 1 TO WRK-TENTATIVAS.
002560     DISPLAY "OPERADOR: ".
002570     ACCEPT WRK-ID-INFORMADO.
002580     DISPLAY "SENHA   : ".
002590     ACCEPT WRK-SENHA-INFORMADA.
002600     PERFORM 0550-CONFERIR-CREDENCIAIS
002610             THRU 0550-CONFERIR-CREDENCIAIS-EXIT.
002620     IF NOT OPERADOR-AUTENTICADO
002630         EVALUATE WRK-RESULTADO-SIGNON
002640             WHEN "B"
002650                 DISPLAY "CDBMAINT: OPERADOR BLOQUEADO"
002660                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002670             WHEN "R"
002680                 DISPLAY "CDBMAINT: OPERADOR REVOGADO"
002690                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002700             WHEN "I"
002710                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002720             WHEN OTHER
002730                 DISPLAY "CDBMAINT: USUARIO OU SENHA INVALIDOS"
002740         END-EVALUATE
002750         GO TO 0510-PEDIR-CREDENCIAIS
002760     END-IF.
002770     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
002780 0500-IDENTIFICAR-OPERADOR-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------*
002820* 0550-CONFERIR-CREDENCIAIS - CONFERE A CREDENCIAL PELA    *
002830*                 SUBROTINA CLISIGN, QUE APLICA O CICLO DE *
002840*                 VIDA DO CLIOPER (BLOQUEIO, REVOGACAO E   *
002850*                 VENCIMENTO DE SENHA)                     *
002860*----------------------------------------------------------*
002870 0550-CONFERIR-CREDENCIAIS.
002880     MOVE "N" TO WRK-SIGNON-OK.
002890     CALL "CLISIGN" USING WRK-ID-INFORMADO
002900             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
002910             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
002920     IF WRK-RESULTADO-SIGNON = "S"
002930         MOVE "S" TO WRK-SIGNON-OK
002940     END-IF.
002950 0550-CONFERIR-CREDENCIAIS-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------*
002990* 0600-VERIFICAR-AUTORIZACAO - PERFIL "C" SO CONSULTA      *
003000*----------------------------------------------------------*
003010 0600-VERIFICAR-AUTORIZACAO.
003020     MOVE "N" TO WRK-AUTORIZADO.
003030     IF WRK-PERFIL-OPERADOR = "S"
003040             OR WRK-PERFIL-OPERADOR = "M"
003050         MOVE "S" TO WRK-AUTORIZADO
003060     END-IF.
003070     IF NOT FUNCAO-AUTORIZADA
003080         DISPLAY "CDBMAINT: FUNCAO " WRK-OPCAO " NAO "
003090                 "AUTORIZADA PARA O PERFIL "
003100                 WRK-PERFIL-OPERADOR
003110         MOVE WRK-OPCAO TO MLOG-FUNCAO
003120         MOVE "AUTORIZACAO " TO MLOG-CAMPO
003130         MOVE WRK-PERFIL-OPERADOR TO MLOG-ANTES
003140         MOVE "NEGADO" TO MLOG-DEPOIS
003150         MOVE ZEROS TO MLOG-CLIENTE
003160         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
003170     END-IF.
003180 0600-VERIFICAR-AUTORIZACAO-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------*
003220* 2000-APLICAR - BOOKING DE UM CDB: CRITICA O TITULAR E OS *
003230*                 TERMOS E GRAVA O CERTIFICADO NA PROXIMA  *
003240*                 NUMERACAO LIVRE                          *
003250*----------------------------------------------------------*
003260 2000-APLICAR.
003270     DISPLAY "NUMERO DO CLIENTE TITULAR: ".
003280     ACCEPT CLI-ID.
003290     READ CLIENTES-MASTER
003300         INVALID KEY
003310             DISPLAY "CDBMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
003320             GO TO 2000-APLICAR-EXIT
003330     END-READ.
003340     IF NOT CLI-ATIVO
003350         DISPLAY "CDBMAINT: CLIENTE " CLI-ID " NAO ESTA ATIVO - "
003360                 "APLICACAO RECUSADA"
003370         GO TO 2000-APLICAR-EXIT
003380     END-IF.
003390     PERFORM 2500-ACHAR-PROXIMO-NUMERO
003400             THRU 2500-ACHAR-PROXIMO-NUMERO-EXIT.
003410     MOVE WRK-PROXIMO-NUMERO TO CDB-NUMERO.
003420     MOVE CLI-ID             TO CDB-CLI-ID.
003430     DISPLAY "PRINCIPAL (SO DIGITOS): ".
003440     ACCEPT CDB-PRINCIPAL.
003450     IF CDB-PRINCIPAL = ZEROS
003460         DISPLAY "CDBMAINT: PRINCIPAL ZERADO - APLICACAO "
003470                 "RECUSADA"
003480         GO TO 2000-APLICAR-EXIT
003490     END-IF.
003500*    A APLICACAO E FINANCIADA PELA CONTA: SEM SALDO PARA O
003510*    PRINCIPAL O DEBITO "S" SERIA REJEITADO PELO CLIMOVTO
003520*    COM O CERTIFICADO JA GRAVADO.
003530     IF CDB-PRINCIPAL > CLI-SALDO
003540         DISPLAY "CDBMAINT: SALDO INSUFICIENTE PARA O "
003550                 "PRINCIPAL - APLICACAO RECUSADA"
003560         GO TO 2000-APLICAR-EXIT
003570     END-IF.
003580     DISPLAY "FATOR CONTRATADO - 3 DIGITOS, EX 112: ".
003590     ACCEPT WRK-ENT-FATOR.
003600     COMPUTE CDB-FATOR = WRK-ENT-FATOR / 100.
003610     IF CDB-FATOR < 1,00 OR CDB-FATOR > 1,50
003620         DISPLAY "CDBMAINT: FATOR FORA DA FAIXA 1,00-1,50 - "
003630                 "APLICACAO RECUSADA"
003640         GO TO 2000-APLICAR-EXIT
003650     END-IF.
003660     DISPLAY "FATOR DE RESGATE ANTECIPADO - 3 DIGITOS, EX "
003670             "050 = 50 PCT DO RENDIMENTO: ".
003680     ACCEPT WRK-ENT-FATOR.
003690     COMPUTE CDB-FATOR-RESGATE = WRK-ENT-FATOR / 100.
003700     IF CDB-FATOR-RESGATE > 1,00
003710         DISPLAY "CDBMAINT: FATOR DE RESGATE ACIMA DE 1,00 - "
003720                 "APLICACAO RECUSADA"
003730         GO TO 2000-APLICAR-EXIT
003740     END-IF.
003750     MOVE WRK-DATA-SISTEMA TO CDB-DATA-APLICACAO.
003760     DISPLAY "DATA DE VENCIMENTO (AAAAMMDD): ".
003770     ACCEPT CDB-DATA-VENCIMENTO.
003780     IF CDB-DATA-VENCIMENTO NOT > CDB-DATA-APLICACAO
003790         DISPLAY "CDBMAINT: VENCIMENTO NAO POSTERIOR A "
003800                 "APLICACAO - APLICACAO RECUSADA"
003810         GO TO 2000-APLICAR-EXIT
003820     END-IF.
003830     MOVE ZEROS TO CDB-JUROS-ACUMULADO CDB-DATA-LIQUIDACAO.
003840     SET CDB-ATIVO TO TRUE.
003850     WRITE CDB-REGISTRO
003860         INVALID KEY
003870             DISPLAY "CDBMAINT: CDB " CDB-NUMERO " JA EXISTE"
003880         NOT INVALID KEY
003890*            O DEBITO DO PRINCIPAL ENTRA NA FILA DO DIA E O
003900*            CLIMOVTO POSTA COM AS CRITICAS DE SEMPRE -
003910*            ESPELHO DO CREDITO DE LIQUIDACAO DO CLICDBJ.
003920             PERFORM 7100-ABRIR-LOTE-MOVD
003930                     THRU 7100-ABRIR-LOTE-MOVD-EXIT
003940             MOVE SPACES TO MOV-REGISTRO
003950             MOVE "S"           TO MOV-TIPO
003960             MOVE CDB-CLI-ID    TO MOV-CLIENTE
003970             MOVE ZEROS         TO MOV-CLIENTE-DEST
003980             MOVE CDB-PRINCIPAL TO MOV-VALOR
003990             WRITE MOV-REGISTRO
004000             ADD 1 TO WRK-LOTE-QTD
004010             ADD MOV-VALOR TO WRK-LOTE-HASH
004020             DISPLAY "CDBMAINT: CDB " CDB-NUMERO " APLICADO "
004030                     "PARA O CLIENTE " CDB-CLI-ID
004040                     " - DEBITO DO PRINCIPAL NA FILA"
004050             MOVE "A" TO MLOG-FUNCAO
004060             MOVE "CDB APLICADO" TO MLOG-CAMPO
004070             MOVE SPACES TO MLOG-ANTES
004080             MOVE CDB-PRINCIPAL TO WRK-VALOR-ED
004090             MOVE WRK-VALOR-ED TO MLOG-DEPOIS
004100             MOVE CDB-CLI-ID TO MLOG-CLIENTE
004110             PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
004120     END-WRITE.
004130 2000-APLICAR-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170* 2500-ACHAR-PROXIMO-NUMERO - VARRE O CLICDB E DEVOLVE O   *
004180*                 MAIOR NUMERO + 1                         *
004190*----------------------------------------------------------*
004200 2500-ACHAR-PROXIMO-NUMERO.
004210     MOVE 1 TO WRK-PROXIMO-NUMERO.
004220     MOVE "N" TO WRK-FIM-CDB.
004230     MOVE ZEROS TO CDB-NUMERO.
004240     START CERTIFICADOS KEY IS GREATER THAN CDB-NUMERO
004250         INVALID KEY
004260             SET FIM-CERTIFICADOS TO TRUE
004270     END-START.
004280     PERFORM 2560-LER-CERTIFICADO
004290             THRU 2560-LER-CERTIFICADO-EXIT
004300             UNTIL FIM-CERTIFICADOS.
004310 2500-ACHAR-PROXIMO-NUMERO-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------*
004350* 2560-LER-CERTIFICADO - AVANCA PELOS CERTIFICADOS         *
004360*----------------------------------------------------------*
004370 2560-LER-CERTIFICADO.
004380     READ CERTIFICADOS NEXT RECORD
004390         AT END
004400             SET FIM-CERTIFICADOS TO TRUE
004410             GO TO 2560-LER-CERTIFICADO-EXIT
004420     END-READ.
004430     COMPUTE WRK-PROXIMO-NUMERO = CDB-NUMERO + 1.
004440 2560-LER-CERTIFICADO-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------*
004480* 3000-PEDIR-RESGATE - MARCA O RESGATE ANTECIPADO DO CDB;  *
004490*                 A LIQUIDACAO (COM O FATOR DE RESGATE     *
004500*                 SOBRE O RENDIMENTO) SAI NO PROXIMO       *
004510*                 CLICDBJ, PELO MESMO CAMINHO DA FILA DE   *
004520*                 MOVIMENTOS                               *
004530*----------------------------------------------------------*
004540 3000-PEDIR-RESGATE.
004550     DISPLAY "NUMERO DO CDB: ".
004560     ACCEPT CDB-NUMERO.
004570     READ CERTIFICADOS
004580         INVALID KEY
004590             DISPLAY "CDBMAINT: CDB " CDB-NUMERO " NAO ENCONTRADO"
004600             GO TO 3000-PEDIR-RESGATE-EXIT
004610     END-READ.
004620     IF NOT CDB-ATIVO
004630         DISPLAY "CDBMAINT: CDB " CDB-NUMERO " NAO ESTA ATIVO"
004640         GO TO 3000-PEDIR-RESGATE-EXIT
004650     END-IF.
004660     SET CDB-RESGATE-PEDIDO TO TRUE.
004670     REWRITE CDB-REGISTRO.
004680     DISPLAY "CDBMAINT: RESGATE DO CDB " CDB-NUMERO
004690             " PEDIDO - LIQUIDA NO PROXIMO LOTE".
004700     MOVE "R" TO MLOG-FUNCAO.
004710     MOVE "CDB RESGATE " TO MLOG-CAMPO.
004720     MOVE "ATIVO" TO MLOG-ANTES.
004730     MOVE "RESGATE PEDIDO" TO MLOG-DEPOIS.
004740     MOVE CDB-CLI-ID TO MLOG-CLIENTE.
004750     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
004760 3000-PEDIR-RESGATE-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800* 4000-LISTAR - LISTA OS CDBS DE UM CLIENTE                *
004810*----------------------------------------------------------*
004820 4000-LISTAR.
004830     DISPLAY "NUMERO DO CLIENTE: ".
004840     ACCEPT WRK-CLIENTE-LISTA.
004850     MOVE "N" TO WRK-FIM-CDB.
004860     MOVE ZEROS TO CDB-NUMERO.
004870     START CERTIFICADOS KEY IS GREATER THAN CDB-NUMERO
004880         INVALID KEY
004890             SET FIM-CERTIFICADOS TO TRUE
004900     END-START.
004910     PERFORM 4100-EXIBIR-CERTIFICADO
004920             THRU 4100-EXIBIR-CERTIFICADO-EXIT
004930             UNTIL FIM-CERTIFICADOS.
004940 4000-LISTAR-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------*
004980* 4100-EXIBIR-CERTIFICADO - EXIBE UM CDB DO CLIENTE        *
004990*----------------------------------------------------------*
005000 4100-EXIBIR-CERTIFICADO.
005010     READ CERTIFICADOS NEXT RECORD
005020         AT END
005030             SET FIM-CERTIFICADOS TO TRUE
005040             GO TO 4100-EXIBIR-CERTIFICADO-EXIT
005050     END-READ.
005060     IF CDB-CLI-ID NOT = WRK-CLIENTE-LISTA
005070         GO TO 4100-EXIBIR-CERTIFICADO-EXIT
005080     END-IF.
005090     MOVE CDB-PRINCIPAL TO WRK-VALOR-ED.
005100     MOVE CDB-FATOR     TO WRK-FATOR-ED.
005110     DISPLAY "CDB " CDB-NUMERO " PRINCIPAL " WRK-VALOR-ED
005120             " FATOR " WRK-FATOR-ED
005130             " VENC " CDB-DATA-VENCIMENTO
005140             " STATUS " CDB-STATUS.
005150 4100-EXIBIR-CERTIFICADO-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------*
005190* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
005200*----------------------------------------------------------*
005210 7000-GRAVAR-LOG.
005220     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
005230*    TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
005240*    9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
005250     ACCEPT WRK-HORA-COMPLETA FROM TIME.
005260     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
005270     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
005280     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
005290 7000-GRAVAR-LOG-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------*
005330* 7100-ABRIR-LOTE-MOVD - NO PRIMEIRO MOVIMENTO DA          *
005340*                 EXECUCAO, GRAVA NO CLIMOVD O CABECALHO   *
005350*                 DO LOTE (LAYOUT CLIMVCRG) E ZERA A       *
005360*                 QUANTIDADE E O HASH DO TRAILER           *
005370*----------------------------------------------------------*
005380 7100-ABRIR-LOTE-MOVD.
005390     IF LOTE-MOVD-ABERTO
005400         GO TO 7100-ABRIR-LOTE-MOVD-EXIT
005410     END-IF.
005420     ACCEPT WRK-HORA-COMPLETA FROM TIME.
005430     COMPUTE WRK-LOTE-HORA = WRK-HORA-COMPLETA / 100.
005440     MOVE SPACES            TO MOVC-REGISTRO.
005450     SET MOVC-CABECALHO     TO TRUE.
005460     MOVE "CDBMAINT"        TO MOVC-ORIGEM.
005470     MOVE WRK-DATA-SISTEMA  TO MOVC-DATA.
005480     MOVE WRK-LOTE-HORA     TO MOVC-HORA.
005490     MOVE ZEROS             TO MOVC-QTD MOVC-HASH.
005500     WRITE MOVC-REGISTRO.
005510     MOVE ZEROS TO WRK-LOTE-QTD WRK-LOTE-HASH.
005520     SET LOTE-MOVD-ABERTO TO TRUE.
005530 7100-ABRIR-LOTE-MOVD-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------*
005570* 7150-FECHAR-LOTE-MOVD - GRAVA O TRAILER DO LOTE NO       *
005580*                 CLIMOVD COM A QUANTIDADE E O HASH (SOMA  *
005590*                 DE MOV-VALOR) DOS MOVIMENTOS GRAVADOS.   *
005600*                 SEM MOVIMENTO NA EXECUCAO, NAO HA LOTE.  *
005610*----------------------------------------------------------*
005620 7150-FECHAR-LOTE-MOVD.
005630     IF NOT LOTE-MOVD-ABERTO
005640         GO TO 7150-FECHAR-LOTE-MOVD-EXIT
005650     END-IF.
005660     MOVE SPACES            TO MOVC-REGISTRO.
005670     SET MOVC-TRAILER       TO TRUE.
005680     MOVE "CDBMAINT"        TO MOVC-ORIGEM.
005690     MOVE WRK-DATA-SISTEMA  TO MOVC-DATA.
005700     MOVE WRK-LOTE-HORA     TO MOVC-HORA.
005710     MOVE WRK-LOTE-QTD      TO MOVC-QTD.
005720     MOVE WRK-LOTE-HASH     TO MOVC-HASH.
005730     WRITE MOVC-REGISTRO.
005740     MOVE "N" TO WRK-LOTE-MOVD.
005750 7150-FECHAR-LOTE-MOVD-EXIT.
005760     EXIT.
005770
005780 9999-EXIT.
005790     STOP RUN.
