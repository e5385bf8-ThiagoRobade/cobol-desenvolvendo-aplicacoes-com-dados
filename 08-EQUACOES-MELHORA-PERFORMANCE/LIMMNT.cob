000210*                    LIMITE NAO EXIGE A SEGUNDA            *
000220*                    APROVACAO. CONTA SEM REGISTRO SEGUE   *
000230*                    NO LIMITE PADRAO DO CLIPARM.          *
000240* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000250*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000260*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000270* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000280*                    BYTES COM OS CICLOS DE                *
000290*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000300*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000310* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000320*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000330*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000340*----------------------------------------------------------*
000350 ENVIRONMENT             DIVISION.
000360 CONFIGURATION           SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390
000400 INPUT-OUTPUT            SECTION.
000410 FILE-CONTROL.
000420     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CLI-ID
000460         FILE STATUS IS FS-CLIENTES-MASTER.
000470     SELECT LIMITES ASSIGN TO "CLILIMIT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LIM-CLI-ID
000510         FILE STATUS IS FS-LIMITES.
000520     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS FS-PARAMETROS.
000550
000560 DATA                    DIVISION.
000570 FILE                    SECTION.
000580 FD  CLIENTES-MASTER
000590     LABEL RECORD IS STANDARD.
000600     COPY CLIREG.
000610
000620 FD  LIMITES
000630     LABEL RECORD IS STANDARD.
000640     COPY CLILIMRG.
000650
000660 FD  PARAMETROS
000670     LABEL RECORD IS STANDARD.
000680 01  PARM-REGISTRO.
000690     05  PARM-FATOR-JUROS    PICTURE 9V99.
000700     05  PARM-FATOR-MULTA    PICTURE 9V99.
000710     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
000720     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
000730     05  PARM-FATOR-USD      PICTURE 9V99.
000740     05  PARM-FATOR-EUR      PICTURE 9V99.
000750     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
000760     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
000770     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
000780     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
000790     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
000800     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
000810     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
000820     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
000830     05  PARM-DIAS-CARTA     PICTURE 9(02).
000840     05  PARM-PCT-INDICE     PICTURE 9(03).
000850     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
000860     05  PARM-LIM-MOV-MES    PICTURE 9(10).
000870     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
000880     05  PARM-IOF-DIARIO     PICTURE V9(06).
000890     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
000900     05  PARM-CICLO-ALTO     PICTURE 9(02).
000910     05  PARM-CICLO-MEDIO    PICTURE 9(02).
000920     05  PARM-CICLO-BAIXO    PICTURE 9(02).
000930     05  PARM-CARENCIA-KYC   PICTURE 9(02).
000940     05  PARM-TETO-FGC       PICTURE 9(10).
000950
000960
000970 WORKING-STORAGE         SECTION.
000980 01  WRK-FLAGS.
000990     05  WRK-SIGNON-OK        PICTURE X(01)  VALUE "N".
001000         88  OPERADOR-AUTENTICADO            VALUE "S".
001010     05  WRK-EXIGE-SUPERV     PICTURE X(01)  VALUE "N".
001020         88  EXIGIR-SUPERVISOR               VALUE "S".
001030     05  WRK-TEM-REGISTRO     PICTURE X(01)  VALUE "N".
001040         88  LIMITE-JA-CONTRATADO            VALUE "S".
001050 01  FS-CLIENTES-MASTER   PICTURE X(02)      VALUE "00".
001060 01  FS-LIMITES           PICTURE X(02)      VALUE "00".
001070 01  FS-PARAMETROS        PICTURE X(02)      VALUE "00".
001080 77  WRK-ID-INFORMADO     PICTURE X(08)      VALUE SPACES.
001090 77  WRK-SENHA-INFORMADA  PICTURE X(08)      VALUE SPACES.
001100 77  WRK-RESULTADO-SIGNON PICTURE X(01)      VALUE SPACES.
001110 77  WRK-PERFIL-OPERADOR  PICTURE X(01)      VALUE SPACES.
001120 77  WRK-OPERADOR-1       PICTURE X(08)      VALUE SPACES.
001130 77  WRK-OPERADOR-2       PICTURE X(08)      VALUE SPACES.
001140 77  WRK-CONFIRMA         PICTURE X(01)      VALUE SPACES.
001150 77  WRK-LIMITE-PADRAO    PICTURE S9(10)     VALUE -500000.
001160 77  WRK-LIMITE-VIGENTE   PICTURE S9(10)     VALUE ZEROS.
001170 77  WRK-LIMITE-NOVO      PICTURE S9(10)     VALUE ZEROS.
001180 77  WRK-VALOR-ED         PICTURE -Z.ZZZ.ZZZ.ZZZ9.
001190 77  WRK-VALOR-ED-2       PICTURE -Z.ZZZ.ZZZ.ZZZ9.
001200
001210 PROCEDURE               DIVISION.
001220*----------------------------------------------------------*
001230* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001240*----------------------------------------------------------*
001250 0000-MAINLINE.
001260     DISPLAY "LIMMNT - LIMITE DE CHEQUE ESPECIAL POR CONTA".
001270     DISPLAY "IDENTIFICACAO DO PRIMEIRO OPERADOR".
001280     MOVE "N" TO WRK-EXIGE-SUPERV.
001290     PERFORM 0500-AUTENTICAR-OPERADOR
001300             THRU 0500-AUTENTICAR-OPERADOR-EXIT.
001310     IF NOT OPERADOR-AUTENTICADO
001320         DISPLAY "LIMMNT: SIGN-ON RECUSADO - ENCERRANDO"
001330         GO TO 9999-EXIT
001340     END-IF.
001350     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR-1.
001360     PERFORM 1000-LER-LIMITE-PADRAO
001370             THRU 1000-LER-LIMITE-PADRAO-EXIT.
001380     OPEN INPUT CLIENTES-MASTER.
001390     IF FS-CLIENTES-MASTER NOT = "00"
001400         DISPLAY "LIMMNT: ERRO AO ABRIR CLIMSTR - STATUS "
001410                 FS-CLIENTES-MASTER
001420         GO TO 9999-EXIT
001430     END-IF.
001440     OPEN I-O LIMITES.
001450     IF FS-LIMITES NOT = "00"
001460             AND FS-LIMITES NOT = "05"
001470         DISPLAY "LIMMNT: ERRO AO ABRIR CLILIMIT - STATUS "
001480                 FS-LIMITES
001490         CLOSE CLIENTES-MASTER
001500         GO TO 9999-EXIT
001510     END-IF.
001520     PERFORM 2000-CAPTURAR-LIMITE
001530             THRU 2000-CAPTURAR-LIMITE-EXIT.
001540     CLOSE CLIENTES-MASTER LIMITES.
001550     GO TO 9999-EXIT.
001560
001570*----------------------------------------------------------*
001580* 0500-AUTENTICAR-OPERADOR - PEDE USUARIO E SENHA E        *
001590*                 CONFERE NO CLIOPER (TRES TENTATIVAS).    *
001600*                 QUANDO EXIGIR-SUPERVISOR, SO O PERFIL    *
001610*                 "S" E ACEITO. NOS MOLDES DO PARMMNT.     *
001620*----------------------------------------------------------*
001630 0500-AUTENTICAR-OPERADOR.
001640     MOVE "N" TO WRK-SIGNON-OK.
001650     PERFORM 0510-UMA-TENTATIVA THRU 0510-UMA-TENTATIVA-EXIT
001660             3 TIMES.
001670 0500-AUTENTICAR-OPERADOR-EXIT.
001680     EXIT.
001690
001700*----------------------------------------------------------*
001710* 0510-UMA-TENTATIVA - UMA TENTATIVA DE SIGN-ON            *
001720*----------------------------------------------------------*
001730 0510-UMA-TENTATIVA.
001740     IF OPERADOR-AUTENTICADO
001750         GO TO 0510-UMA-TENTATIVA-EXIT
001760     END-IF.
001770     DISPLAY "OPERADOR: ".
001780     ACCEPT WRK-ID-INFORMADO.
001790     DISPLAY "SENHA   : ".
001800     ACCEPT WRK-SENHA-INFORMADA.
001810     CALL "CLISIGN" USING WRK-ID-INFORMADO
001820             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
001830             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
001840     IF WRK-RESULTADO-SIGNON = "S"
001850         MOVE "S" TO WRK-SIGNON-OK
001860     ELSE
001870         DISPLAY "LIMMNT: SIGN-ON NAO ACEITO (RESULTADO "
001880                 WRK-RESULTADO-SIGNON ")"
001890     END-IF.
001900 0510-UMA-TENTATIVA-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------*
001940* 1000-LER-LIMITE-PADRAO - LE O LIMITE PADRAO DA CASA NO   *
001950*                 CLIPARM, USADO QUANDO A CONTA AINDA NAO  *
001960*                 TEM LIMITE CONTRATADO                    *
001970*----------------------------------------------------------*
001980 1000-LER-LIMITE-PADRAO.
001990     OPEN INPUT PARAMETROS.
002000     IF FS-PARAMETROS = "00"
002010         READ PARAMETROS
002020             AT END
002030                 CONTINUE
002040             NOT AT END
002050                 MOVE PARM-LIMITE-OVERDR TO WRK-LIMITE-PADRAO
002060         END-READ
002070         CLOSE PARAMETROS
002080     ELSE
002090         DISPLAY "LIMMNT: CLIPARM NAO ENCONTRADO - USANDO "
002100                 "LIMITE PADRAO DA WORKING"
002110     END-IF.
002120 1000-LER-LIMITE-PADRAO-EXIT.
002130     EXIT.
002140
002150*----------------------------------------------------------*
002160* 2000-CAPTURAR-LIMITE - LE A CONTA, MOSTRA O LIMITE       *
002170*                 VIGENTE (CONTRATADO OU PADRAO), CAPTURA  *
002180*                 O NOVO, CRITICA, CONFIRMA NO QUADRO E    *
002190*                 EXIGE A SEGUNDA APROVACAO QUANDO O       *
002200*                 LIMITE E AMPLIADO                        *
002210*----------------------------------------------------------*
002220 2000-CAPTURAR-LIMITE.
002230     DISPLAY "NUMERO DO CLIENTE: ".
002240     ACCEPT CLI-ID.
002250     READ CLIENTES-MASTER
002260         INVALID KEY
002270             DISPLAY "LIMMNT: CLIENTE " CLI-ID " NAO ENCONTRADO"
002280             GO TO 2000-CAPTURAR-LIMITE-EXIT
002290     END-READ.
002300     MOVE "N" TO WRK-TEM-REGISTRO.
002310     MOVE CLI-ID TO LIM-CLI-ID.
002320     READ LIMITES
002330         INVALID KEY
002340             MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-VIGENTE
002350         NOT INVALID KEY
002360             SET LIMITE-JA-CONTRATADO TO TRUE
002370             MOVE LIM-VALOR TO WRK-LIMITE-VIGENTE
002380     END-READ.
002390     MOVE WRK-LIMITE-VIGENTE TO WRK-VALOR-ED.
002400     IF LIMITE-JA-CONTRATADO
002410         DISPLAY "LIMITE CONTRATADO VIGENTE: " WRK-VALOR-ED
002420     ELSE
002430         DISPLAY "SEM LIMITE CONTRATADO - VIGORA O PADRAO: "
002440                 WRK-VALOR-ED
002450     END-IF.
002460     DISPLAY "NOVO LIMITE (SO DIGITOS, SERA NEGATIVO): ".
002470     ACCEPT WRK-LIMITE-NOVO.
002480     IF WRK-LIMITE-NOVO > ZEROS
002490         COMPUTE WRK-LIMITE-NOVO = ZERO - WRK-LIMITE-NOVO
002500     END-IF.
002510     IF WRK-LIMITE-NOVO NOT < ZEROS
002520         DISPLAY "LIMMNT: O LIMITE TEM DE SER NEGATIVO - NADA "
002530                 "FOI GRAVADO"
002540         GO TO 2000-CAPTURAR-LIMITE-EXIT
002550     END-IF.
002560     MOVE WRK-LIMITE-VIGENTE TO WRK-VALOR-ED.
002570     MOVE WRK-LIMITE-NOVO    TO WRK-VALOR-ED-2.
002580     DISPLAY "CAMPO                 ATUAL            NOVO".
002590     DISPLAY "LIMITE CHEQUE ESP     " WRK-VALOR-ED " "
002600             WRK-VALOR-ED-2.
002610     DISPLAY "CONFIRMA O LIMITE NOVO (S/N)? ".
002620     ACCEPT WRK-CONFIRMA.
002630     IF WRK-CONFIRMA NOT = "S"
002640         DISPLAY "LIMMNT: ALTERACAO CANCELADA PELO OPERADOR"
002650         GO TO 2000-CAPTURAR-LIMITE-EXIT
002660     END-IF.
002670*    AMPLIAR O LIMITE E DAR MAIS CREDITO (VALOR MAIS
002680*    NEGATIVO QUE O VIGENTE) - SO COM A SEGUNDA APROVACAO.
002690     MOVE SPACES TO WRK-OPERADOR-2.
002700     IF WRK-LIMITE-NOVO < WRK-LIMITE-VIGENTE
002710         DISPLAY "APROVACAO DO SEGUNDO OPERADOR (SUPERVISOR)"
002720         MOVE "S" TO WRK-EXIGE-SUPERV
002730         PERFORM 0500-AUTENTICAR-OPERADOR
002740                 THRU 0500-AUTENTICAR-OPERADOR-EXIT
002750         IF NOT OPERADOR-AUTENTICADO
002760             DISPLAY "LIMMNT: APROVACAO RECUSADA - NADA FOI "
002770                     "GRAVADO"
002780             GO TO 2000-CAPTURAR-LIMITE-EXIT
002790         END-IF
002800         MOVE WRK-ID-INFORMADO TO WRK-OPERADOR-2
002810         IF WRK-OPERADOR-2 = WRK-OPERADOR-1
002820             DISPLAY "LIMMNT: O APROVADOR TEM DE SER OUTRO "
002830                     "OPERADOR - NADA FOI GRAVADO"
002840             GO TO 2000-CAPTURAR-LIMITE-EXIT
002850         END-IF
002860     END-IF.
002870     PERFORM 5000-GRAVAR-LIMITE THRU 5000-GRAVAR-LIMITE-EXIT.
002880 2000-CAPTURAR-LIMITE-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------*
002920* 5000-GRAVAR-LIMITE - GRAVA (OU REGRAVA) O REGISTRO DO    *
002930*                 LIMITE CONTRATADO DA CONTA               *
002940*----------------------------------------------------------*
002950 5000-GRAVAR-LIMITE.
002960     MOVE WRK-LIMITE-NOVO TO LIM-VALOR.
002970     ACCEPT LIM-DATA-CONTRATO FROM DATE YYYYMMDD.
002980     MOVE WRK-OPERADOR-1 TO LIM-OPERADOR-1.
002990     MOVE WRK-OPERADOR-2 TO LIM-OPERADOR-2.
003000     IF LIMITE-JA-CONTRATADO
003010         REWRITE LIM-REGISTRO
003020     ELSE
003030         WRITE LIM-REGISTRO
003040             INVALID KEY
003050                 DISPLAY "LIMMNT: ERRO AO GRAVAR CLILIMIT - "
003060                         "STATUS " FS-LIMITES
003070                 GO TO 5000-GRAVAR-LIMITE-EXIT
003080         END-WRITE
003090     END-IF.
003100     DISPLAY "LIMMNT: LIMITE DO CLIENTE " LIM-CLI-ID
003110             " GRAVADO - DIGITADO POR " WRK-OPERADOR-1.
003120     IF WRK-OPERADOR-2 NOT = SPACES
003130         DISPLAY "LIMMNT: AMPLIACAO APROVADA POR " WRK-OPERADOR-2
003140     END-IF.
003150 5000-GRAVAR-LIMITE-EXIT.
003160     EXIT.
003170
003180 9999-EXIT.
003190     STOP RUN.
