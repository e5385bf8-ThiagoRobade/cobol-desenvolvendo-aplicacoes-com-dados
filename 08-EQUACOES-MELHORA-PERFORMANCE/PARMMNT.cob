000620*                    PREMIUM VOLTA A POUPANCA) NO LOTE DE  *
000630*                    RECLASSIFICACAO CLIRECLA. ZERO        *
000640*                    DESLIGA A RECLASSIFICACAO.            *
000650* 2026-10-15 EBC     MANTEM AS NOVAS ALIQUOTAS DE IOF DO   *
000660*                    CHEQUE ESPECIAL: PARM-IOF-DIARIO (6   *
000670*                    CASAS, EX 000082 = 0,0082 PCT AO DIA, *
000680*                    TETO 0,0300 PCT) E PARM-IOF-ADICIONAL *
000690*                    (EX 0038 = 0,38 PCT, TETO 1,00 PCT),  *
000700*                    ACUMULADAS PELO LOTE DE JUROS E       *
000710*                    COBRADAS PELO CLIIOF. REGISTRO E      *
000720*                    PROPOSTA PASSAM A 107 BYTES.          *
000730* 2026-10-15 EBC     MANTEM OS PARAMETROS DO               *
000740*                    RECADASTRAMENTO PERIODICO: CICLO EM   *
000750*                    MESES POR GRAU DE RISCO DO CLIENTE    *
000760*                    (PARM-CICLO-ALTO, -MEDIO E -BAIXO, 1  *
000770*                    A 99 MESES, DO MAIS CURTO PARA O MAIS *
000780*                    LONGO) E A CARENCIA EM MESES APOS O   *
000790*                    VENCIMENTO ATE O CLIMOVTO RECUSAR     *
000800*                    SAQUES (PARM-CARENCIA-KYC, 0 A 12).   *
000810*                    REGISTRO E PROPOSTA PASSAM A 115      *
000820*                    BYTES.                                *
000830* 2026-10-15 EBC     MANTEM O TETO DE GARANTIA DO FGC POR  *
000840*                    DEPOSITANTE (PARM-TETO-FGC, PADRAO    *
000850*                    250000, ZERO FORA DA FAIXA), USADO    *
000860*                    PELO RELATORIO DE COBERTURA CLIFGC.   *
000870*                    REGISTRO E PROPOSTA PASSAM A 125      *
000880*                    BYTES.                                *
000890*----------------------------------------------------------*
000900 ENVIRONMENT             DIVISION.
000910 CONFIGURATION           SECTION.
000920 SPECIAL-NAMES.
000930     DECIMAL-POINT IS COMMA.
000940
000950 INPUT-OUTPUT            SECTION.
000960 FILE-CONTROL.
000970     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS FS-PARAMETROS.
001000*----------------------------------------------------------*
001010* CONJUNTO PROPOSTO A ESPERA DA SEGUNDA APROVACAO, LIDO    *
001020* PELO SIMULADOR DE IMPACTO CLISIMUL                       *
001030*----------------------------------------------------------*
001040     SELECT PROPOSTOS ASSIGN TO "CLIPRPND"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS FS-PROPOSTOS.
001070
001080 DATA                    DIVISION.
001090 FILE                    SECTION.
001100 FD  PARAMETROS
001110     LABEL RECORD IS STANDARD.
001120 01  PARM-REGISTRO.
001130     05  PARM-FATOR-JUROS    PICTURE 9V99.
001140     05  PARM-FATOR-MULTA    PICTURE 9V99.
001150     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
001160     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
001170     05  PARM-FATOR-USD      PICTURE 9V99.
001180     05  PARM-FATOR-EUR      PICTURE 9V99.
001190     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
001200     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
001210     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
001220     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
001230     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001240     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001250     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001260     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001270     05  PARM-DIAS-CARTA     PICTURE 9(02).
001280     05  PARM-PCT-INDICE     PICTURE 9(03).
001290     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001300     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001310     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001320     05  PARM-IOF-DIARIO     PICTURE V9(06).
001330     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001340     05  PARM-CICLO-ALTO     PICTURE 9(02).
001350     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001360     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001370     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001380     05  PARM-TETO-FGC       PICTURE 9(10).
001390
001400
001410 FD  PROPOSTOS
001420     LABEL RECORD IS STANDARD.
001430 01  PRP-REGISTRO             PICTURE X(125).
001440
001450 WORKING-STORAGE         SECTION.
001460 01  WRK-FLAGS.
001470     05  WRK-SIGNON-OK        PICTURE X(01)  VALUE "N".
001480         88  OPERADOR-AUTENTICADO            VALUE "S".
001490     05  WRK-CRITICA-OK       PICTURE X(01)  VALUE "S".
001500         88  PARAMETROS-VALIDOS              VALUE "S".
001510         88  PARAMETROS-INVALIDOS            VALUE "N".
001520     05  WRK-EXIGE-SUPERV     PICTURE X(01)  VALUE "N".
001530         88  EXIGIR-SUPERVISOR               VALUE "S".
001540 01  FS-PARAMETROS        PICTURE X(02)      VALUE "00".
001550 01  FS-PROPOSTOS         PICTURE X(02)      VALUE "00".
001560 77  WRK-ID-INFORMADO     PICTURE X(08)      VALUE SPACES.
001570 77  WRK-SENHA-INFORMADA  PICTURE X(08)      VALUE SPACES.
001580 77  WRK-RESULTADO-SIGNON PICTURE X(01)      VALUE SPACES.
001590 77  WRK-PERFIL-OPERADOR  PICTURE X(01)      VALUE SPACES.
001600 77  WRK-OPERADOR-1       PICTURE X(08)      VALUE SPACES.
001610 77  WRK-OPERADOR-2       PICTURE X(08)      VALUE SPACES.
001620 77  WRK-CONFIRMA         PICTURE X(01)      VALUE SPACES.
001630 77  WRK-ENT-FATOR        PICTURE 9(03)      VALUE ZEROS.
001640 77  WRK-ENT-ALIQUOTA     PICTURE 9(04)      VALUE ZEROS.
001650 77  WRK-ALIQUOTA-ED      PICTURE 9,9(04).
001660 77  WRK-ALIQUOTA-ED-2    PICTURE 9,9(04).
001670 77  WRK-ENT-IOF          PICTURE 9(06)      VALUE ZEROS.
001680 77  WRK-IOF-ED           PICTURE 9,9(06).
001690 77  WRK-IOF-ED-2         PICTURE 9,9(06).
001700 77  WRK-FATOR-ED         PICTURE 9,99.
001710 77  WRK-FATOR-ED-2       PICTURE 9,99.
001720 77  WRK-VALOR-ED         PICTURE -Z.ZZZ.ZZZ.ZZZ9.
001730 77  WRK-VALOR-ED-2       PICTURE -Z.ZZZ.ZZZ.ZZZ9.
001740
001750*----------------------------------------------------------*
001760* REGISTRO NOVO EM MONTAGEM, CONFRONTADO COM O ATUAL NO    *
001770* QUADRO DE CONFIRMACAO                                    *
001780*----------------------------------------------------------*
001790 01  NOVO-REGISTRO.
001800     05  NOVO-FATOR-JUROS    PICTURE 9V99.
001810     05  NOVO-FATOR-MULTA    PICTURE 9V99.
001820     05  NOVO-FATOR-PREMIUM  PICTURE 9V99.
001830     05  NOVO-FATOR-EMPRESA  PICTURE 9V99.
001840     05  NOVO-FATOR-USD      PICTURE 9V99.
001850     05  NOVO-FATOR-EUR      PICTURE 9V99.
001860     05  NOVO-LIMITE-OVERDR  PICTURE S9(10).
001870     05  NOVO-SALDO-MAXIMO   PICTURE 9(10).
001880     05  NOVO-TIPO-EXECUCAO  PICTURE X(01).
001890     05  NOVO-SIMBOLO-MOEDA  PICTURE X(03).
001900     05  NOVO-IRRF-PREMIUM   PICTURE V9(04).
001910     05  NOVO-IRRF-EMPRESA   PICTURE V9(04).
001920     05  NOVO-TARIFA-PREMIUM PICTURE 9(06).
001930     05  NOVO-TARIFA-EMPRESA PICTURE 9(06).
001940     05  NOVO-DIAS-CARTA     PICTURE 9(02).
001950     05  NOVO-PCT-INDICE     PICTURE 9(03).
001960     05  NOVO-LIM-MOV-AVULSO PICTURE 9(10).
001970     05  NOVO-LIM-MOV-MES    PICTURE 9(10).
001980     05  NOVO-SALDO-MIN-PREM PICTURE 9(10).
001990     05  NOVO-IOF-DIARIO     PICTURE V9(06).
002000     05  NOVO-IOF-ADICIONAL  PICTURE V9(04).
002010     05  NOVO-CICLO-ALTO    PICTURE 9(02).
002020     05  NOVO-CICLO-MEDIO   PICTURE 9(02).
002030     05  NOVO-CICLO-BAIXO   PICTURE 9(02).
002040     05  NOVO-CARENCIA-KYC  PICTURE 9(02).
002050     05  NOVO-TETO-FGC      PICTURE 9(10).
002060
002070 PROCEDURE               DIVISION.
002080*----------------------------------------------------------*
002090* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002100*----------------------------------------------------------*
002110 0000-MAINLINE.
002120     DISPLAY "PARMMNT - MANUTENCAO DO REGISTRO DE PARAMETROS".
002130     DISPLAY "IDENTIFICACAO DO PRIMEIRO OPERADOR".
002140     MOVE "N" TO WRK-EXIGE-SUPERV.
002150     PERFORM 0500-AUTENTICAR-OPERADOR
002160             THRU 0500-AUTENTICAR-OPERADOR-EXIT.
002170     IF NOT OPERADOR-AUTENTICADO
002180         DISPLAY "PARMMNT: SIGN-ON RECUSADO - ENCERRANDO"
002190         GO TO 9999-EXIT
002200     END-IF.
002210     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR-1.
002220     PERFORM 1000-LER-PARAMETROS-ATUAIS
002230             THRU 1000-LER-PARAMETROS-ATUAIS-EXIT.
002240     PERFORM 2000-CAPTURAR-NOVOS-VALORES
002250             THRU 2000-CAPTURAR-NOVOS-VALORES-EXIT.
002260     PERFORM 3000-CRITICAR-DOMINIO
002270             THRU 3000-CRITICAR-DOMINIO-EXIT.
002280     IF PARAMETROS-INVALIDOS
002290         DISPLAY "PARMMNT: PARAMETROS RECUSADOS NA CRITICA - "
002300                 "NADA FOI GRAVADO"
002310         GO TO 9999-EXIT
002320     END-IF.
002330     PERFORM 4000-EXIBIR-ANTIGO-X-NOVO
002340             THRU 4000-EXIBIR-ANTIGO-X-NOVO-EXIT.
002350     DISPLAY "CONFIRMA OS VALORES NOVOS (S/N)? ".
002360     ACCEPT WRK-CONFIRMA.
002370     IF WRK-CONFIRMA NOT = "S"
002380         DISPLAY "PARMMNT: ALTERACAO CANCELADA PELO OPERADOR"
002390         GO TO 9999-EXIT
002400     END-IF.
002410*    O CONJUNTO CONFIRMADO FICA REGISTRADO COMO PROPOSTA
002420*    PENDENTE - E O QUE O CLISIMUL SIMULA PARA O COMITE.
002430     OPEN OUTPUT PROPOSTOS.
002440     IF FS-PROPOSTOS = "00"
002450         WRITE PRP-REGISTRO FROM NOVO-REGISTRO
002460         CLOSE PROPOSTOS
002470     ELSE
002480         DISPLAY "PARMMNT: CLIPRPND INDISPONIVEL - STATUS "
002490                 FS-PROPOSTOS " - PROPOSTA NAO REGISTRADA"
002500     END-IF.
002510     DISPLAY "APROVACAO DO SEGUNDO OPERADOR (SUPERVISOR)".
002520     MOVE "S" TO WRK-EXIGE-SUPERV.
002530     PERFORM 0500-AUTENTICAR-OPERADOR
002540             THRU 0500-AUTENTICAR-OPERADOR-EXIT.
002550     IF NOT OPERADOR-AUTENTICADO
002560         DISPLAY "PARMMNT: APROVACAO RECUSADA - NADA FOI "
002570                 "GRAVADO"
002580         GO TO 9999-EXIT
002590     END-IF.
002600     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR-2.
002610     IF WRK-OPERADOR-2 = WRK-OPERADOR-1
002620         DISPLAY "PARMMNT: O APROVADOR TEM DE SER OUTRO "
002630                 "OPERADOR - NADA FOI GRAVADO"
002640         GO TO 9999-EXIT
002650     END-IF.
002660     PERFORM 5000-GRAVAR-PARAMETROS
002670             THRU 5000-GRAVAR-PARAMETROS-EXIT.
002680     GO TO 9999-EXIT.
002690
002700*----------------------------------------------------------*
002710* 0500-AUTENTICAR-OPERADOR - PEDE USUARIO E SENHA E        *
002720*                 CONFERE NO CLIOPER (TRES TENTATIVAS).    *
002730*                 QUANDO EXIGIR-SUPERVISOR, SO O PERFIL    *
002740*                 "S" E ACEITO.                            *
002750*----------------------------------------------------------*
002760 0500-AUTENTICAR-OPERADOR.
002770     MOVE "N" TO WRK-SIGNON-OK.
002780     PERFORM 0510-UMA-TENTATIVA THRU 0510-UMA-TENTATIVA-EXIT
002790             3 TIMES.
002800 0500-AUTENTICAR-OPERADOR-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002840* 0510-UMA-TENTATIVA - UMA TENTATIVA DE SIGN-ON            *
002850*----------------------------------------------------------*
002860 0510-UMA-TENTATIVA.
002870     IF OPERADOR-AUTENTICADO
002880         GO TO 0510-UMA-TENTATIVA-EXIT
002890     END-IF.
002900     DISPLAY "OPERADOR: ".
002910     ACCEPT WRK-ID-INFORMADO.
002920     DISPLAY "SENHA   : ".
002930     ACCEPT WRK-SENHA-INFORMADA.
002940     CALL "CLISIGN" USING WRK-ID-INFORMADO
002950             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
002960             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
002970     IF WRK-RESULTADO-SIGNON = "S"
002980         MOVE "S" TO WRK-SIGNON-OK
002990     ELSE
003000         DISPLAY "PARMMNT: SIGN-ON NAO ACEITO (RESULTADO "
003010                 WRK-RESULTADO-SIGNON ")"
003020     END-IF.
003030 0510-UMA-TENTATIVA-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------*
003070* 1000-LER-PARAMETROS-ATUAIS - LE O REGISTRO VIGENTE DO    *
003080*                 CLIPARM; SEM ARQUIVO OU VAZIO, PARTE DOS *
003090*                 PADROES DO LOTE (OS MESMOS DA WORKING DO *
003100*                 CLIENTES)                                *
003110*----------------------------------------------------------*
003120 1000-LER-PARAMETROS-ATUAIS.
003130     MOVE 1,10 TO PARM-FATOR-JUROS.
003140     MOVE 1,15 TO PARM-FATOR-MULTA.
003150     MOVE 1,12 TO PARM-FATOR-PREMIUM.
003160     MOVE 1,08 TO PARM-FATOR-EMPRESA.
003170     MOVE 1,05 TO PARM-FATOR-USD.
003180     MOVE 1,03 TO PARM-FATOR-EUR.
003190     MOVE -500000 TO PARM-LIMITE-OVERDR.
003200     MOVE 999999999 TO PARM-SALDO-MAXIMO.
003210     MOVE "M" TO PARM-TIPO-EXECUCAO.
003220     MOVE "R$ " TO PARM-SIMBOLO-MOEDA.
003230     MOVE ZEROS TO PARM-IRRF-PREMIUM PARM-IRRF-EMPRESA.
003240     MOVE ZEROS TO PARM-TARIFA-PREMIUM PARM-TARIFA-EMPRESA.
003250     MOVE 03 TO PARM-DIAS-CARTA.
003260     MOVE ZEROS TO PARM-PCT-INDICE.
003270     MOVE ZEROS TO PARM-LIM-MOV-AVULSO PARM-LIM-MOV-MES.
003280     MOVE ZEROS TO PARM-SALDO-MIN-PREM.
003290     MOVE 0,000082 TO PARM-IOF-DIARIO.
003300     MOVE 0,0038 TO PARM-IOF-ADICIONAL.
003310     MOVE 12 TO PARM-CICLO-ALTO.
003320     MOVE 36 TO PARM-CICLO-MEDIO.
003330     MOVE 60 TO PARM-CICLO-BAIXO.
003340     MOVE 03 TO PARM-CARENCIA-KYC.
003350     MOVE 250000 TO PARM-TETO-FGC.
003360     OPEN INPUT PARAMETROS.
003370     IF FS-PARAMETROS = "00"
003380         READ PARAMETROS
003390             AT END
003400                 CONTINUE
003410         END-READ
003420         CLOSE PARAMETROS
003430     ELSE
003440         DISPLAY "PARMMNT: CLIPARM AINDA NAO EXISTE - "
003450                 "PARTINDO DOS PADROES"
003460     END-IF.
003470 1000-LER-PARAMETROS-ATUAIS-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------*
003510* 2000-CAPTURAR-NOVOS-VALORES - PEDE CADA CAMPO DO         *
003520*                 REGISTRO NOVO, MOSTRANDO O VIGENTE       *
003530*----------------------------------------------------------*
003540 2000-CAPTURAR-NOVOS-VALORES.
003550     MOVE PARM-FATOR-JUROS TO WRK-FATOR-ED.
003560     DISPLAY "FATOR JUROS POUPANCA (ATUAL " WRK-FATOR-ED
003570             ") - 3 DIGITOS, EX 110: ".
003580     ACCEPT WRK-ENT-FATOR.
003590     COMPUTE NOVO-FATOR-JUROS = WRK-ENT-FATOR / 100.
003600     MOVE PARM-FATOR-MULTA TO WRK-FATOR-ED.
003610     DISPLAY "FATOR MULTA CHEQUE ESP (ATUAL " WRK-FATOR-ED
003620             "): ".
003630     ACCEPT WRK-ENT-FATOR.
003640     COMPUTE NOVO-FATOR-MULTA = WRK-ENT-FATOR / 100.
003650     MOVE PARM-FATOR-PREMIUM TO WRK-FATOR-ED.
003660     DISPLAY "FATOR JUROS PREMIUM (ATUAL " WRK-FATOR-ED "): ".
003670     ACCEPT WRK-ENT-FATOR.
003680     COMPUTE NOVO-FATOR-PREMIUM = WRK-ENT-FATOR / 100.
003690     MOVE PARM-FATOR-EMPRESA TO WRK-FATOR-ED.
003700     DISPLAY "FATOR JUROS EMPRESA (ATUAL " WRK-FATOR-ED "): ".
003710     ACCEPT WRK-ENT-FATOR.
003720     COMPUTE NOVO-FATOR-EMPRESA = WRK-ENT-FATOR / 100.
003730     MOVE PARM-FATOR-USD TO WRK-FATOR-ED.
003740     DISPLAY "FATOR JUROS USD (ATUAL " WRK-FATOR-ED "): ".
003750     ACCEPT WRK-ENT-FATOR.
003760     COMPUTE NOVO-FATOR-USD = WRK-ENT-FATOR / 100.
003770     MOVE PARM-FATOR-EUR TO WRK-FATOR-ED.
003780     DISPLAY "FATOR JUROS EUR (ATUAL " WRK-FATOR-ED "): ".
003790     ACCEPT WRK-ENT-FATOR.
003800     COMPUTE NOVO-FATOR-EUR = WRK-ENT-FATOR / 100.
003810     MOVE PARM-LIMITE-OVERDR TO WRK-VALOR-ED.
003820     DISPLAY "LIMITE CHEQUE ESPECIAL (ATUAL " WRK-VALOR-ED
003830             ", INFORMAR SO DIGITOS, SERA NEGATIVO): ".
003840     ACCEPT NOVO-LIMITE-OVERDR.
003850     IF NOVO-LIMITE-OVERDR > ZEROS
003860         COMPUTE NOVO-LIMITE-OVERDR = ZERO - NOVO-LIMITE-OVERDR
003870     END-IF.
003880     MOVE PARM-SALDO-MAXIMO TO WRK-VALOR-ED.
003890     DISPLAY "TETO DE SALDO (ATUAL " WRK-VALOR-ED "): ".
003900     ACCEPT NOVO-SALDO-MAXIMO.
003910     DISPLAY "TIPO DE EXECUCAO D/M (ATUAL "
003920             PARM-TIPO-EXECUCAO "): ".
003930     ACCEPT NOVO-TIPO-EXECUCAO.
003940     DISPLAY "SIMBOLO DA MOEDA (ATUAL " PARM-SIMBOLO-MOEDA
003950             "): ".
003960     ACCEPT NOVO-SIMBOLO-MOEDA.
003970     IF NOVO-SIMBOLO-MOEDA = SPACES
003980         MOVE PARM-SIMBOLO-MOEDA TO NOVO-SIMBOLO-MOEDA
003990     END-IF.
004000     MOVE PARM-IRRF-PREMIUM TO WRK-ALIQUOTA-ED.
004010     DISPLAY "ALIQUOTA IRRF PREMIUM (ATUAL " WRK-ALIQUOTA-ED
004020             ") - 4 DIGITOS, EX 2250 = 22,50 PCT: ".
004030     ACCEPT WRK-ENT-ALIQUOTA.
004040     COMPUTE NOVO-IRRF-PREMIUM = WRK-ENT-ALIQUOTA / 10000.
004050     MOVE PARM-IRRF-EMPRESA TO WRK-ALIQUOTA-ED.
004060     DISPLAY "ALIQUOTA IRRF EMPRESA (ATUAL " WRK-ALIQUOTA-ED
004070             "): ".
004080     ACCEPT WRK-ENT-ALIQUOTA.
004090     COMPUTE NOVO-IRRF-EMPRESA = WRK-ENT-ALIQUOTA / 10000.
004100     DISPLAY "TARIFA MENSAL PREMIUM (ATUAL "
004110             PARM-TARIFA-PREMIUM "): ".
004120     ACCEPT NOVO-TARIFA-PREMIUM.
004130     DISPLAY "TARIFA MENSAL EMPRESA (ATUAL "
004140             PARM-TARIFA-EMPRESA "): ".
004150     ACCEPT NOVO-TARIFA-EMPRESA.
004160     DISPLAY "DIAS DE MULTA SEGUIDOS P/ CARTA (ATUAL "
004170             PARM-DIAS-CARTA "): ".
004180     ACCEPT NOVO-DIAS-CARTA.
004190     DISPLAY "PCT DO INDICE P/ POUPANCA, 0 = ESTATICO (ATUAL "
004200             PARM-PCT-INDICE "): ".
004210     ACCEPT NOVO-PCT-INDICE.
004220     MOVE PARM-LIM-MOV-AVULSO TO WRK-VALOR-ED.
004230     DISPLAY "LIMIAR DE MOVIMENTO AVULSO P/ COMPLIANCE (ATUAL "
004240             WRK-VALOR-ED ", 0 DESLIGA): ".
004250     ACCEPT NOVO-LIM-MOV-AVULSO.
004260     MOVE PARM-LIM-MOV-MES TO WRK-VALOR-ED.
004270     DISPLAY "LIMIAR DE ACUMULO MENSAL P/ COMPLIANCE (ATUAL "
004280             WRK-VALOR-ED ", 0 DESLIGA): ".
004290     ACCEPT NOVO-LIM-MOV-MES.
004300     MOVE PARM-SALDO-MIN-PREM TO WRK-VALOR-ED.
004310     DISPLAY "SALDO MEDIO QUE QUALIFICA PREMIUM (ATUAL "
004320             WRK-VALOR-ED ", 0 DESLIGA): ".
004330     ACCEPT NOVO-SALDO-MIN-PREM.
004340     MOVE PARM-IOF-DIARIO TO WRK-IOF-ED.
004350     DISPLAY "ALIQUOTA DIARIA DE IOF CHEQUE ESP (ATUAL "
004360             WRK-IOF-ED ") - 6 DIGITOS, EX 000082 = "
004370             "0,0082 PCT: ".
004380     ACCEPT WRK-ENT-IOF.
004390     COMPUTE NOVO-IOF-DIARIO = WRK-ENT-IOF / 1000000.
004400     MOVE PARM-IOF-ADICIONAL TO WRK-ALIQUOTA-ED.
004410     DISPLAY "ALIQUOTA ADICIONAL DE IOF (ATUAL " WRK-ALIQUOTA-ED
004420             ") - 4 DIGITOS, EX 0038 = 0,38 PCT: ".
004430     ACCEPT WRK-ENT-ALIQUOTA.
004440     COMPUTE NOVO-IOF-ADICIONAL = WRK-ENT-ALIQUOTA / 10000.
004450     DISPLAY "CICLO DE RECADASTRO RISCO ALTO, MESES (ATUAL "
004460             PARM-CICLO-ALTO "): ".
004470     ACCEPT NOVO-CICLO-ALTO.
004480     DISPLAY "CICLO DE RECADASTRO RISCO MEDIO, MESES (ATUAL "
004490             PARM-CICLO-MEDIO "): ".
004500     ACCEPT NOVO-CICLO-MEDIO.
004510     DISPLAY "CICLO DE RECADASTRO RISCO BAIXO, MESES (ATUAL "
004520             PARM-CICLO-BAIXO "): ".
004530     ACCEPT NOVO-CICLO-BAIXO.
004540     DISPLAY "CARENCIA APOS O VENCIMENTO DO RECADASTRO ATE "
004550             "RECUSAR SAQUES, MESES (ATUAL " PARM-CARENCIA-KYC
004560             "): ".
004570     ACCEPT NOVO-CARENCIA-KYC.
004580     MOVE PARM-TETO-FGC TO WRK-VALOR-ED.
004590     DISPLAY "TETO DE GARANTIA DO FGC POR DEPOSITANTE (ATUAL "
004600             WRK-VALOR-ED "): ".
004610     ACCEPT NOVO-TETO-FGC.
004620 2000-CAPTURAR-NOVOS-VALORES-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------*
004660* 3000-CRITICAR-DOMINIO - CRITICA DE FAIXA DOS VALORES     *
004670*                 NOVOS: FATORES ENTRE 1,00 E 1,50, TIPO   *
004680*                 D/M, LIMITE NEGATIVO E TETO POSITIVO     *
004690*----------------------------------------------------------*
004700 3000-CRITICAR-DOMINIO.
004710     SET PARAMETROS-VALIDOS TO TRUE.
004720     IF NOVO-FATOR-JUROS < 1,00 OR NOVO-FATOR-JUROS > 1,50
004730         DISPLAY "PARMMNT: FATOR JUROS " NOVO-FATOR-JUROS
004740                 " FORA DA FAIXA 1,00-1,50"
004750         SET PARAMETROS-INVALIDOS TO TRUE
004760     END-IF.
004770     IF NOVO-FATOR-MULTA < 1,00 OR NOVO-FATOR-MULTA > 1,50
004780         DISPLAY "PARMMNT: FATOR MULTA " NOVO-FATOR-MULTA
004790                 " FORA DA FAIXA 1,00-1,50"
004800         SET PARAMETROS-INVALIDOS TO TRUE
004810     END-IF.
004820     IF NOVO-FATOR-PREMIUM < 1,00 OR NOVO-FATOR-PREMIUM > 1,50
004830         DISPLAY "PARMMNT: FATOR PREMIUM " NOVO-FATOR-PREMIUM
004840                 " FORA DA FAIXA 1,00-1,50"
004850         SET PARAMETROS-INVALIDOS TO TRUE
004860     END-IF.
004870     IF NOVO-FATOR-EMPRESA < 1,00 OR NOVO-FATOR-EMPRESA > 1,50
004880         DISPLAY "PARMMNT: FATOR EMPRESA " NOVO-FATOR-EMPRESA
004890                 " FORA DA FAIXA 1,00-1,50"
004900         SET PARAMETROS-INVALIDOS TO TRUE
004910     END-IF.
004920     IF NOVO-FATOR-USD < 1,00 OR NOVO-FATOR-USD > 1,50
004930         DISPLAY "PARMMNT: FATOR USD " NOVO-FATOR-USD
004940                 " FORA DA FAIXA 1,00-1,50"
004950         SET PARAMETROS-INVALIDOS TO TRUE
004960     END-IF.
004970     IF NOVO-FATOR-EUR < 1,00 OR NOVO-FATOR-EUR > 1,50
004980         DISPLAY "PARMMNT: FATOR EUR " NOVO-FATOR-EUR
004990                 " FORA DA FAIXA 1,00-1,50"
005000         SET PARAMETROS-INVALIDOS TO TRUE
005010     END-IF.
005020     IF NOVO-TIPO-EXECUCAO NOT = "D"
005030             AND NOVO-TIPO-EXECUCAO NOT = "M"
005040         DISPLAY "PARMMNT: TIPO DE EXECUCAO "
005050                 NOVO-TIPO-EXECUCAO " INVALIDO (SO D OU M)"
005060         SET PARAMETROS-INVALIDOS TO TRUE
005070     END-IF.
005080     IF NOVO-LIMITE-OVERDR NOT < ZEROS
005090         DISPLAY "PARMMNT: LIMITE DE CHEQUE ESPECIAL TEM DE "
005100                 "SER NEGATIVO"
005110         SET PARAMETROS-INVALIDOS TO TRUE
005120     END-IF.
005130     IF NOVO-SALDO-MAXIMO = ZEROS
005140         DISPLAY "PARMMNT: TETO DE SALDO ZERADO"
005150         SET PARAMETROS-INVALIDOS TO TRUE
005160     END-IF.
005170     IF NOVO-DIAS-CARTA = ZEROS OR NOVO-DIAS-CARTA > 30
005180         DISPLAY "PARMMNT: DIAS PARA CARTA FORA DA FAIXA "
005190                 "1-30"
005200         SET PARAMETROS-INVALIDOS TO TRUE
005210     END-IF.
005220     IF NOVO-TARIFA-PREMIUM > 10000
005230             OR NOVO-TARIFA-EMPRESA > 10000
005240         DISPLAY "PARMMNT: TARIFA MENSAL ACIMA DO TETO DE "
005250                 "10000 - FORA DA FAIXA"
005260         SET PARAMETROS-INVALIDOS TO TRUE
005270     END-IF.
005280     IF NOVO-IRRF-PREMIUM > 0,3000
005290             OR NOVO-IRRF-EMPRESA > 0,3000
005300         DISPLAY "PARMMNT: ALIQUOTA DE IRRF ACIMA DE 30,00 "
005310                 "PCT - FORA DA FAIXA"
005320         SET PARAMETROS-INVALIDOS TO TRUE
005330     END-IF.
005340     IF NOVO-PCT-INDICE > 200
005350         DISPLAY "PARMMNT: PCT DO INDICE ACIMA DE 200 - FORA "
005360                 "DA FAIXA"
005370         SET PARAMETROS-INVALIDOS TO TRUE
005380     END-IF.
005390     IF NOVO-IOF-DIARIO > 0,000300
005400         DISPLAY "PARMMNT: ALIQUOTA DIARIA DE IOF ACIMA DE "
005410                 "0,0300 PCT - FORA DA FAIXA"
005420         SET PARAMETROS-INVALIDOS TO TRUE
005430     END-IF.
005440     IF NOVO-IOF-ADICIONAL > 0,0100
005450         DISPLAY "PARMMNT: ALIQUOTA ADICIONAL DE IOF ACIMA DE "
005460                 "1,00 PCT - FORA DA FAIXA"
005470         SET PARAMETROS-INVALIDOS TO TRUE
005480     END-IF.
005490     IF NOVO-CICLO-ALTO = ZEROS OR NOVO-CICLO-MEDIO = ZEROS
005500             OR NOVO-CICLO-BAIXO = ZEROS
005510         DISPLAY "PARMMNT: CICLO DE RECADASTRO ZERADO - FORA "
005520                 "DA FAIXA 1-99"
005530         SET PARAMETROS-INVALIDOS TO TRUE
005540     END-IF.
005550     IF NOVO-CICLO-ALTO > NOVO-CICLO-MEDIO
005560             OR NOVO-CICLO-MEDIO > NOVO-CICLO-BAIXO
005570         DISPLAY "PARMMNT: CICLO DE RECADASTRO DO RISCO MAIOR "
005580                 "TEM DE SER O MAIS CURTO "
005590                 "(ALTO <= MEDIO <= BAIXO)"
005600         SET PARAMETROS-INVALIDOS TO TRUE
005610     END-IF.
005620     IF NOVO-CARENCIA-KYC > 12
005630         DISPLAY "PARMMNT: CARENCIA DO RECADASTRO ACIMA DE 12 "
005640                 "MESES - FORA DA FAIXA"
005650         SET PARAMETROS-INVALIDOS TO TRUE
005660     END-IF.
005670     IF NOVO-TETO-FGC = ZEROS
005680         DISPLAY "PARMMNT: TETO DO FGC ZERADO - FORA DA FAIXA"
005690         SET PARAMETROS-INVALIDOS TO TRUE
005700     END-IF.
005710 3000-CRITICAR-DOMINIO-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------*
005750* 4000-EXIBIR-ANTIGO-X-NOVO - QUADRO DE CONFERENCIA COM O  *
005760*                 VALOR VIGENTE E O NOVO, LADO A LADO      *
005770*----------------------------------------------------------*
005780 4000-EXIBIR-ANTIGO-X-NOVO.
005790     DISPLAY "CAMPO                 ATUAL      NOVO".
005800     MOVE PARM-FATOR-JUROS TO WRK-FATOR-ED.
005810     MOVE NOVO-FATOR-JUROS TO WRK-FATOR-ED-2.
005820     DISPLAY "FATOR JUROS POUPANCA  " WRK-FATOR-ED "       "
005830             WRK-FATOR-ED-2.
005840     MOVE PARM-FATOR-MULTA TO WRK-FATOR-ED.
005850     MOVE NOVO-FATOR-MULTA TO WRK-FATOR-ED-2.
005860     DISPLAY "FATOR MULTA           " WRK-FATOR-ED "       "
005870             WRK-FATOR-ED-2.
005880     MOVE PARM-FATOR-PREMIUM TO WRK-FATOR-ED.
005890     MOVE NOVO-FATOR-PREMIUM TO WRK-FATOR-ED-2.
005900     DISPLAY "FATOR PREMIUM         " WRK-FATOR-ED "       "
005910             WRK-FATOR-ED-2.
005920     MOVE PARM-FATOR-EMPRESA TO WRK-FATOR-ED.
005930     MOVE NOVO-FATOR-EMPRESA TO WRK-FATOR-ED-2.
005940     DISPLAY "FATOR EMPRESA         " WRK-FATOR-ED "       "
005950             WRK-FATOR-ED-2.
005960     MOVE PARM-FATOR-USD TO WRK-FATOR-ED.
005970     MOVE NOVO-FATOR-USD TO WRK-FATOR-ED-2.
005980     DISPLAY "FATOR USD             " WRK-FATOR-ED "       "
005990             WRK-FATOR-ED-2.
006000     MOVE PARM-FATOR-EUR TO WRK-FATOR-ED.
006010     MOVE NOVO-FATOR-EUR TO WRK-FATOR-ED-2.
006020     DISPLAY "FATOR EUR             " WRK-FATOR-ED "       "
006030             WRK-FATOR-ED-2.
006040     MOVE PARM-LIMITE-OVERDR TO WRK-VALOR-ED.
006050     MOVE NOVO-LIMITE-OVERDR TO WRK-VALOR-ED-2.
006060     DISPLAY "LIMITE CHEQUE ESP     " WRK-VALOR-ED " "
006070             WRK-VALOR-ED-2.
006080     MOVE PARM-SALDO-MAXIMO TO WRK-VALOR-ED.
006090     MOVE NOVO-SALDO-MAXIMO TO WRK-VALOR-ED-2.
006100     DISPLAY "TETO DE SALDO         " WRK-VALOR-ED " "
006110             WRK-VALOR-ED-2.
006120     DISPLAY "TIPO DE EXECUCAO      " PARM-TIPO-EXECUCAO
006130             "         " NOVO-TIPO-EXECUCAO.
006140     DISPLAY "SIMBOLO DA MOEDA      " PARM-SIMBOLO-MOEDA
006150             "       " NOVO-SIMBOLO-MOEDA.
006160     MOVE PARM-IRRF-PREMIUM TO WRK-ALIQUOTA-ED.
006170     MOVE NOVO-IRRF-PREMIUM TO WRK-ALIQUOTA-ED-2.
006180     DISPLAY "ALIQUOTA IRRF PREMIUM " WRK-ALIQUOTA-ED
006190             "    " WRK-ALIQUOTA-ED-2.
006200     MOVE PARM-IRRF-EMPRESA TO WRK-ALIQUOTA-ED.
006210     MOVE NOVO-IRRF-EMPRESA TO WRK-ALIQUOTA-ED-2.
006220     DISPLAY "ALIQUOTA IRRF EMPRESA " WRK-ALIQUOTA-ED
006230             "    " WRK-ALIQUOTA-ED-2.
006240     DISPLAY "TARIFA PREMIUM        " PARM-TARIFA-PREMIUM
006250             "    " NOVO-TARIFA-PREMIUM.
006260     DISPLAY "TARIFA EMPRESA        " PARM-TARIFA-EMPRESA
006270             "    " NOVO-TARIFA-EMPRESA.
006280     DISPLAY "DIAS P/ CARTA         " PARM-DIAS-CARTA
006290             "        " NOVO-DIAS-CARTA.
006300     DISPLAY "PCT DO INDICE         " PARM-PCT-INDICE
006310             "       " NOVO-PCT-INDICE.
006320     MOVE PARM-LIM-MOV-AVULSO TO WRK-VALOR-ED.
006330     MOVE NOVO-LIM-MOV-AVULSO TO WRK-VALOR-ED-2.
006340     DISPLAY "LIMIAR MOV AVULSO     " WRK-VALOR-ED " "
006350             WRK-VALOR-ED-2.
006360     MOVE PARM-LIM-MOV-MES TO WRK-VALOR-ED.
006370     MOVE NOVO-LIM-MOV-MES TO WRK-VALOR-ED-2.
006380     DISPLAY "LIMIAR ACUMULO MENSAL " WRK-VALOR-ED " "
006390             WRK-VALOR-ED-2.
006400     MOVE PARM-SALDO-MIN-PREM TO WRK-VALOR-ED.
006410     MOVE NOVO-SALDO-MIN-PREM TO WRK-VALOR-ED-2.
006420     DISPLAY "SALDO MEDIO P/ PREMIUM" WRK-VALOR-ED " "
006430             WRK-VALOR-ED-2.
006440     MOVE PARM-IOF-DIARIO TO WRK-IOF-ED.
006450     MOVE NOVO-IOF-DIARIO TO WRK-IOF-ED-2.
006460     DISPLAY "IOF DIARIO            " WRK-IOF-ED
006470             "  " WRK-IOF-ED-2.
006480     MOVE PARM-IOF-ADICIONAL TO WRK-ALIQUOTA-ED.
006490     MOVE NOVO-IOF-ADICIONAL TO WRK-ALIQUOTA-ED-2.
006500     DISPLAY "IOF ADICIONAL         " WRK-ALIQUOTA-ED
006510             "    " WRK-ALIQUOTA-ED-2.
006520     DISPLAY "CICLO RISCO ALTO      " PARM-CICLO-ALTO
006530             "        " NOVO-CICLO-ALTO.
006540     DISPLAY "CICLO RISCO MEDIO     " PARM-CICLO-MEDIO
006550             "        " NOVO-CICLO-MEDIO.
006560     DISPLAY "CICLO RISCO BAIXO     " PARM-CICLO-BAIXO
006570             "        " NOVO-CICLO-BAIXO.
006580     DISPLAY "CARENCIA RECADASTRO   " PARM-CARENCIA-KYC
006590             "        " NOVO-CARENCIA-KYC.
006600     MOVE PARM-TETO-FGC TO WRK-VALOR-ED.
006610     MOVE NOVO-TETO-FGC TO WRK-VALOR-ED-2.
006620     DISPLAY "TETO FGC              " WRK-VALOR-ED " "
006630             WRK-VALOR-ED-2.
006640 4000-EXIBIR-ANTIGO-X-NOVO-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------*
006680* 5000-GRAVAR-PARAMETROS - COM A DUPLA APROVACAO FECHADA,  *
006690*                 REGRAVA O CLIPARM COM O REGISTRO NOVO    *
006700*----------------------------------------------------------*
006710 5000-GRAVAR-PARAMETROS.
006720     MOVE NOVO-FATOR-JUROS   TO PARM-FATOR-JUROS.
006730     MOVE NOVO-FATOR-MULTA   TO PARM-FATOR-MULTA.
006740     MOVE NOVO-FATOR-PREMIUM TO PARM-FATOR-PREMIUM.
006750     MOVE NOVO-FATOR-EMPRESA TO PARM-FATOR-EMPRESA.
006760     MOVE NOVO-FATOR-USD     TO PARM-FATOR-USD.
006770     MOVE NOVO-FATOR-EUR     TO PARM-FATOR-EUR.
006780     MOVE NOVO-LIMITE-OVERDR TO PARM-LIMITE-OVERDR.
006790     MOVE NOVO-SALDO-MAXIMO  TO PARM-SALDO-MAXIMO.
006800     MOVE NOVO-TIPO-EXECUCAO TO PARM-TIPO-EXECUCAO.
006810     MOVE NOVO-SIMBOLO-MOEDA TO PARM-SIMBOLO-MOEDA.
006820     MOVE NOVO-IRRF-PREMIUM  TO PARM-IRRF-PREMIUM.
006830     MOVE NOVO-IRRF-EMPRESA  TO PARM-IRRF-EMPRESA.
006840     MOVE NOVO-TARIFA-PREMIUM TO PARM-TARIFA-PREMIUM.
006850     MOVE NOVO-TARIFA-EMPRESA TO PARM-TARIFA-EMPRESA.
006860     MOVE NOVO-DIAS-CARTA     TO PARM-DIAS-CARTA.
006870     MOVE NOVO-PCT-INDICE     TO PARM-PCT-INDICE.
006880     MOVE NOVO-LIM-MOV-AVULSO TO PARM-LIM-MOV-AVULSO.
006890     MOVE NOVO-LIM-MOV-MES    TO PARM-LIM-MOV-MES.
006900     MOVE NOVO-SALDO-MIN-PREM TO PARM-SALDO-MIN-PREM.
006910     MOVE NOVO-IOF-DIARIO     TO PARM-IOF-DIARIO.
006920     MOVE NOVO-IOF-ADICIONAL  TO PARM-IOF-ADICIONAL.
006930     MOVE NOVO-CICLO-ALTO     TO PARM-CICLO-ALTO.
006940     MOVE NOVO-CICLO-MEDIO    TO PARM-CICLO-MEDIO.
006950     MOVE NOVO-CICLO-BAIXO    TO PARM-CICLO-BAIXO.
006960     MOVE NOVO-CARENCIA-KYC   TO PARM-CARENCIA-KYC.
006970     MOVE NOVO-TETO-FGC       TO PARM-TETO-FGC.
006980     OPEN OUTPUT PARAMETROS.
006990     WRITE PARM-REGISTRO.
007000     CLOSE PARAMETROS.
007010     DISPLAY "PARMMNT: PARAMETROS GRAVADOS - DIGITADO POR "
007020             WRK-OPERADOR-1 ", APROVADO POR " WRK-OPERADOR-2.
007030 5000-GRAVAR-PARAMETROS-EXIT.
007040     EXIT.
007050
007060 9999-EXIT.
007070     STOP RUN.
