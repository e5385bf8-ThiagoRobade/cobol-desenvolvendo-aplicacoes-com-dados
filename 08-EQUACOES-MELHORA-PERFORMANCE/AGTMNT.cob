000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             AGTMNT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - MANUTENCAO DOS      *
000120*                    PEDIDOS DE TROCA DE AGENCIA (CLITRAG),*
000130*                    SO COM SIGN-ON DE SUPERVISOR PELO     *
000140*                    CLISIGN. FUNCAO "I" INCLUI (OU        *
000150*                    SUBSTITUI O PENDENTE) O PEDIDO DE UM  *
000160*                    CLIENTE: AGENCIA DE DESTINO DIFERENTE *
000170*                    DA ATUAL, DATA EFETIVA NAO ANTERIOR A *
000180*                    HOJE E MOTIVO. FUNCAO "C" CANCELA UM  *
000190*                    PEDIDO AINDA PENDENTE. A TROCA EM SI  *
000200*                    E FEITA PELO LOTE CLIAGTRF NA DATA    *
000210*                    EFETIVA.                              *
000220* 2026-10-15 EBC     REGRAVACAO DO PEDIDO (INCLUSAO SOBRE  *
000230*                    PENDENTE E CANCELAMENTO) PASSA A      *
000240*                    TESTAR O FILE STATUS; EM ERRO AVISA O *
000250*                    OPERADOR EM VEZ DE DIZER              *
000260*                    GRAVADO/CANCELADO.                    *
000270*----------------------------------------------------------*
000280 ENVIRONMENT             DIVISION.
000290 CONFIGURATION           SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320
000330 INPUT-OUTPUT            SECTION.
000340 FILE-CONTROL.
000350     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CLI-ID
000390         FILE STATUS IS FS-CLIENTES-MASTER.
000400     SELECT TRANSFERENCIAS ASSIGN TO "CLITRAG"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS TRF-CLI-ID
000440         FILE STATUS IS FS-TRANSFERENCIAS.
000450
000460 DATA                    DIVISION.
000470 FILE                    SECTION.
000480 FD  CLIENTES-MASTER
000490     LABEL RECORD IS STANDARD.
000500     COPY CLIREG.
000510
000520 FD  TRANSFERENCIAS
000530     LABEL RECORD IS STANDARD.
000540     COPY CLITRFRG.
000550
000560 WORKING-STORAGE         SECTION.
000570 01  WRK-FLAGS.
000580     05  WRK-SIGNON-OK        PICTURE X(01)  VALUE "N".
000590         88  OPERADOR-AUTENTICADO            VALUE "S".
000600     05  WRK-EXIGE-SUPERV     PICTURE X(01)  VALUE "S".
000610         88  EXIGIR-SUPERVISOR               VALUE "S".
000620     05  WRK-TEM-REGISTRO     PICTURE X(01)  VALUE "N".
000630         88  PEDIDO-JA-EXISTE                VALUE "S".
000640 01  FS-CLIENTES-MASTER   PICTURE X(02)      VALUE "00".
000650 01  FS-TRANSFERENCIAS    PICTURE X(02)      VALUE "00".
000660 77  WRK-ID-INFORMADO     PICTURE X(08)      VALUE SPACES.
000670 77  WRK-SENHA-INFORMADA  PICTURE X(08)      VALUE SPACES.
000680 77  WRK-RESULTADO-SIGNON PICTURE X(01)      VALUE SPACES.
000690 77  WRK-PERFIL-OPERADOR  PICTURE X(01)      VALUE SPACES.
000700 77  WRK-OPERADOR         PICTURE X(08)      VALUE SPACES.
000710 77  WRK-FUNCAO           PICTURE X(01)      VALUE SPACES.
000720 77  WRK-CONFIRMA         PICTURE X(01)      VALUE SPACES.
000730 77  WRK-DATA-SISTEMA     PICTURE 9(08)      VALUE ZEROS.
000740 77  WRK-AGENCIA-NOVA     PICTURE 9(04)      VALUE ZEROS.
000750 77  WRK-DATA-EFETIVA     PICTURE 9(08)      VALUE ZEROS.
000760 77  WRK-MOTIVO           PICTURE X(30)      VALUE SPACES.
000770
000780 PROCEDURE               DIVISION.
000790*----------------------------------------------------------*
000800* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
000810*----------------------------------------------------------*
000820 0000-MAINLINE.
000830     DISPLAY "AGTMNT - TROCA DE AGENCIA DO CLIENTE".
000840     DISPLAY "IDENTIFICACAO DO SUPERVISOR".
000850     PERFORM 0500-AUTENTICAR-OPERADOR
000860             THRU 0500-AUTENTICAR-OPERADOR-EXIT.
000870     IF NOT OPERADOR-AUTENTICADO
000880         DISPLAY "AGTMNT: SIGN-ON RECUSADO - ENCERRANDO"
000890         GO TO 9999-EXIT
000900     END-IF.
000910     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
000920     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
000930     OPEN INPUT CLIENTES-MASTER.
000940     IF FS-CLIENTES-MASTER NOT = "00"
000950         DISPLAY "AGTMNT: ERRO AO ABRIR CLIMSTR - STATUS "
000960                 FS-CLIENTES-MASTER
000970         GO TO 9999-EXIT
000980     END-IF.
000990     OPEN I-O TRANSFERENCIAS.
001000     IF FS-TRANSFERENCIAS NOT = "00"
001010             AND FS-TRANSFERENCIAS NOT = "05"
001020         DISPLAY "AGTMNT: ERRO AO ABRIR CLITRAG - STATUS "
001030                 FS-TRANSFERENCIAS
001040         CLOSE CLIENTES-MASTER
001050         GO TO 9999-EXIT
001060     END-IF.
001070     DISPLAY "  I - INCLUIR PEDIDO DE TROCA DE AGENCIA".
001080     DISPLAY "  C - CANCELAR PEDIDO PENDENTE".
001090     DISPLAY "FUNCAO: ".
001100     ACCEPT WRK-FUNCAO.
001110     EVALUATE WRK-FUNCAO
001120         WHEN "I"
001130             PERFORM 2000-INCLUIR-PEDIDO
001140                     THRU 2000-INCLUIR-PEDIDO-EXIT
001150         WHEN "C"
001160             PERFORM 3000-CANCELAR-PEDIDO
001170                     THRU 3000-CANCELAR-PEDIDO-EXIT
001180         WHEN OTHER
001190             DISPLAY "AGTMNT: FUNCAO INVALIDA"
001200     END-EVALUATE.
001210     CLOSE CLIENTES-MASTER TRANSFERENCIAS.
001220     GO TO 9999-EXIT.
001230
001240*----------------------------------------------------------*
001250* 0500-AUTENTICAR-OPERADOR - PEDE USUARIO E SENHA E        *
001260*                 CONFERE NO CLIOPER (TRES TENTATIVAS).    *
001270*                 SO O PERFIL "S" E ACEITO. NOS MOLDES DO  *
001280*                 PARMMNT.                                 *
001290*----------------------------------------------------------*
001300 0500-AUTENTICAR-OPERADOR.
001310     MOVE "N" TO WRK-SIGNON-OK.
001320     PERFORM 0510-UMA-TENTATIVA THRU 0510-UMA-TENTATIVA-EXIT
001330             3 TIMES.
001340 0500-AUTENTICAR-OPERADOR-EXIT.
001350     EXIT.
001360
001370*----------------------------------------------------------*
001380* 0510-UMA-TENTATIVA - UMA TENTATIVA DE SIGN-ON            *
001390*----------------------------------------------------------*
001400 0510-UMA-TENTATIVA.
001410     IF OPERADOR-AUTENTICADO
001420         GO TO 0510-UMA-TENTATIVA-EXIT
001430     END-IF.
001440     DISPLAY "OPERADOR: ".
001450     ACCEPT WRK-ID-INFORMADO.
001460     DISPLAY "SENHA   : ".
001470     ACCEPT WRK-SENHA-INFORMADA.
001480     CALL "CLISIGN" USING WRK-ID-INFORMADO
001490             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
001500             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
001510     IF WRK-RESULTADO-SIGNON = "S"
001520         MOVE "S" TO WRK-SIGNON-OK
001530     ELSE
001540         DISPLAY "AGTMNT: SIGN-ON NAO ACEITO (RESULTADO "
001550                 WRK-RESULTADO-SIGNON ")"
001560     END-IF.
001570 0510-UMA-TENTATIVA-EXIT.
001580     EXIT.
001590
001600*----------------------------------------------------------*
001610* 2000-INCLUIR-PEDIDO - LE A CONTA, MOSTRA A AGENCIA ATUAL *
001620*                 E O PEDIDO EXISTENTE, CAPTURA DESTINO,   *
001630*                 DATA EFETIVA E MOTIVO, CRITICA, CONFIRMA *
001640*                 E GRAVA (OU SUBSTITUI) O PEDIDO          *
001650*----------------------------------------------------------*
001660 2000-INCLUIR-PEDIDO.
001670     DISPLAY "NUMERO DO CLIENTE: ".
001680     ACCEPT CLI-ID.
001690     READ CLIENTES-MASTER
001700         INVALID KEY
001710             DISPLAY "AGTMNT: CLIENTE " CLI-ID " NAO ENCONTRADO"
001720             GO TO 2000-INCLUIR-PEDIDO-EXIT
001730     END-READ.
001740     IF CLI-INATIVO
001750         DISPLAY "AGTMNT: CONTA ENCERRADA/INATIVA - TROCA "
001760                 "NAO PERMITIDA"
001770         GO TO 2000-INCLUIR-PEDIDO-EXIT
001780     END-IF.
001790     DISPLAY "NOME           : " CLI-NOME.
001800     DISPLAY "AGENCIA ATUAL  : " CLI-AGENCIA.
001810     MOVE "N" TO WRK-TEM-REGISTRO.
001820     MOVE CLI-ID TO TRF-CLI-ID.
001830     READ TRANSFERENCIAS
001840         INVALID KEY
001850             CONTINUE
001860         NOT INVALID KEY
001870             SET PEDIDO-JA-EXISTE TO TRUE
001880             DISPLAY "PEDIDO ANTERIOR: AGENCIA "
001890                     TRF-AGENCIA-DESTINO " EM "
001900                     TRF-DATA-EFETIVA " SITUACAO "
001910                     TRF-SITUACAO
001920     END-READ.
001930     DISPLAY "AGENCIA DE DESTINO: ".
001940     ACCEPT WRK-AGENCIA-NOVA.
001950     IF WRK-AGENCIA-NOVA = ZEROS
001960             OR WRK-AGENCIA-NOVA = CLI-AGENCIA
001970         DISPLAY "AGTMNT: AGENCIA DE DESTINO INVALIDA OU IGUAL "
001980                 "A ATUAL - NADA FOI GRAVADO"
001990         GO TO 2000-INCLUIR-PEDIDO-EXIT
002000     END-IF.
002010     DISPLAY "DATA EFETIVA (AAAAMMDD): ".
002020     ACCEPT WRK-DATA-EFETIVA.
002030     IF WRK-DATA-EFETIVA < WRK-DATA-SISTEMA
002040         DISPLAY "AGTMNT: DATA EFETIVA ANTERIOR A HOJE - NADA "
002050                 "FOI GRAVADO"
002060         GO TO 2000-INCLUIR-PEDIDO-EXIT
002070     END-IF.
002080     DISPLAY "MOTIVO (EX: FECHAMENTO DA AGENCIA): ".
002090     ACCEPT WRK-MOTIVO.
002100     IF WRK-MOTIVO = SPACES
002110         DISPLAY "AGTMNT: MOTIVO OBRIGATORIO - NADA FOI "
002120                 "GRAVADO"
002130         GO TO 2000-INCLUIR-PEDIDO-EXIT
002140     END-IF.
002150     DISPLAY "TROCA DA AGENCIA " CLI-AGENCIA " PARA "
002160             WRK-AGENCIA-NOVA " EM " WRK-DATA-EFETIVA.
002170     DISPLAY "CONFIRMA O PEDIDO (S/N)? ".
002180     ACCEPT WRK-CONFIRMA.
002190     IF WRK-CONFIRMA NOT = "S"
002200         DISPLAY "AGTMNT: PEDIDO CANCELADO PELO OPERADOR"
002210         GO TO 2000-INCLUIR-PEDIDO-EXIT
002220     END-IF.
002230     MOVE CLI-ID           TO TRF-CLI-ID.
002240     MOVE CLI-AGENCIA      TO TRF-AGENCIA-ORIGEM.
002250     MOVE WRK-AGENCIA-NOVA TO TRF-AGENCIA-DESTINO.
002260     MOVE WRK-DATA-EFETIVA TO TRF-DATA-EFETIVA.
002270     MOVE "P"              TO TRF-SITUACAO.
002280     MOVE WRK-DATA-SISTEMA TO TRF-DATA-SITUACAO.
002290     MOVE WRK-OPERADOR     TO TRF-OPERADOR.
002300     MOVE WRK-MOTIVO       TO TRF-MOTIVO.
002310     MOVE ZEROS            TO TRF-SALDO-MOVIDO.
002320     IF PEDIDO-JA-EXISTE
002330         REWRITE TRF-REGISTRO
002340         IF FS-TRANSFERENCIAS NOT = "00"
002350             DISPLAY "AGTMNT: ERRO AO REGRAVAR CLITRAG - "
002360                     "STATUS " FS-TRANSFERENCIAS
002370             GO TO 2000-INCLUIR-PEDIDO-EXIT
002380         END-IF
002390     ELSE
002400         WRITE TRF-REGISTRO
002410             INVALID KEY
002420                 DISPLAY "AGTMNT: ERRO AO GRAVAR CLITRAG - "
002430                         "STATUS " FS-TRANSFERENCIAS
002440                 GO TO 2000-INCLUIR-PEDIDO-EXIT
002450         END-WRITE
002460     END-IF.
002470     DISPLAY "AGTMNT: PEDIDO DO CLIENTE " TRF-CLI-ID
002480             " GRAVADO POR " WRK-OPERADOR.
002490 2000-INCLUIR-PEDIDO-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530* 3000-CANCELAR-PEDIDO - CANCELA O PEDIDO AINDA PENDENTE   *
002540*                 DE UM CLIENTE                            *
002550*----------------------------------------------------------*
002560 3000-CANCELAR-PEDIDO.
002570     DISPLAY "NUMERO DO CLIENTE: ".
002580     ACCEPT TRF-CLI-ID.
002590     READ TRANSFERENCIAS
002600         INVALID KEY
002610             DISPLAY "AGTMNT: CLIENTE " TRF-CLI-ID
002620                     " SEM PEDIDO DE TROCA"
002630             GO TO 3000-CANCELAR-PEDIDO-EXIT
002640     END-READ.
002650     IF NOT TRF-PENDENTE
002660         DISPLAY "AGTMNT: PEDIDO NAO ESTA PENDENTE (SITUACAO "
002670                 TRF-SITUACAO ") - NADA FOI ALTERADO"
002680         GO TO 3000-CANCELAR-PEDIDO-EXIT
002690     END-IF.
002700     DISPLAY "PEDIDO: AGENCIA " TRF-AGENCIA-ORIGEM " PARA "
002710             TRF-AGENCIA-DESTINO " EM " TRF-DATA-EFETIVA.
002720     DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? ".
002730     ACCEPT WRK-CONFIRMA.
002740     IF WRK-CONFIRMA NOT = "S"
002750         GO TO 3000-CANCELAR-PEDIDO-EXIT
002760     END-IF.
002770     MOVE "C"              TO TRF-SITUACAO.
002780     MOVE WRK-DATA-SISTEMA TO TRF-DATA-SITUACAO.
002790     MOVE WRK-OPERADOR     TO TRF-OPERADOR.
002800     REWRITE TRF-REGISTRO.
002810     IF FS-TRANSFERENCIAS NOT = "00"
002820         DISPLAY "AGTMNT: ERRO AO REGRAVAR CLITRAG - "
002830                 "STATUS " FS-TRANSFERENCIAS
002840         GO TO 3000-CANCELAR-PEDIDO-EXIT
002850     END-IF.
002860     DISPLAY "AGTMNT: PEDIDO DO CLIENTE " TRF-CLI-ID
002870             " CANCELADO POR " WRK-OPERADOR.
002880 3000-CANCELAR-PEDIDO-EXIT.
002890     EXIT.
002900
002910 9999-EXIT.
002920     STOP RUN.
