000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIMASK.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - COPIA MASCARADA DO  *
000120*                    MESTRE E DOS SATELITES PARA O         *
000130*                    AMBIENTE DE TESTE, NO LUGAR DA COPIA  *
000140*                    CRUA DE PRODUCAO QUE LEVAVA NOMES,    *
000150*                    CPF, ENDERECOS E SALDOS REAIS. O      *
000160*                    CLIMSTR E O CLITITU DE TESTE          *
000170*                    (CARREGADOS PELO REPRO DO JOB) SAO    *
000180*                    MASCARADOS NO PROPRIO ARQUIVO; O      *
000190*                    CLIXREF, O CLIAUDIT E O GLINTF SAO    *
000200*                    LIDOS DE PRODUCAO E GRAVADOS          *
000210*                    MASCARADOS. CPF/CNPJ FALSO GERADO POR *
000220*                    CHAVE INFORMADA NO PARM, COM DIGITO   *
000230*                    VERIFICADOR CONFERIDO PELO DOCVALID:  *
000240*                    O MESMO DOCUMENTO REAL VIRA SEMPRE O  *
000250*                    MESMO DOCUMENTO FALSO, EM QUALQUER    *
000260*                    ARQUIVO, E DOCUMENTOS DIFERENTES      *
000270*                    CONTINUAM DIFERENTES (CONTA CONJUNTA, *
000280*                    REFERENCIA CRUZADA E DUPCHECK SE      *
000290*                    COMPORTAM COMO EM PRODUCAO). NOME,    *
000300*                    ENDERECO, TELEFONE E E-MAIL CIFRADOS  *
000310*                    PELA MESMA CHAVE. SALDO DE CADA CONTA *
000320*                    DESLOCADO POR UM PERCENTUAL DA        *
000330*                    PROPRIA CONTA, O MESMO DESLOCAMENTO   *
000340*                    APLICADO AS LINHAS DO CLIAUDIT E      *
000350*                    SOMADO POR AGENCIA E MOEDA AO GLINTF  *
000360*                    MASCARADO, DE MODO QUE A CONCILIACAO  *
000370*                    DO CLIRECON DA A MESMA DIFERENCA DE   *
000380*                    PRODUCAO. RELATORIO RELMASK COM A     *
000390*                    PROVA, POR CLASSIFICACAO DE TODOS OS  *
000400*                    DOCUMENTOS LIDOS DE PRODUCAO E DE     *
000410*                    TODOS OS GRAVADOS NA COPIA, DE QUE    *
000420*                    NENHUM DOCUMENTO ORIGINAL FICOU NA    *
000430*                    SAIDA.                                *
000440* 2026-10-15 EBC     O CLIXNOM DE TESTE PASSA A SER        *
000450*                    GRAVADO AQUI, NA RELEITURA DO CLIMSTR *
000460*                    JA MASCARADO, COMO O CLIXREFB O MONTA *
000470*                    - NAO E MAIS PRECISO RODAR O CLIXREFB *
000480*                    DEPOIS DA CARGA. A ENTRADA SEQ 00 DO  *
000490*                    CLIXREF DE CONTA EXPURGADA TOMA O     *
000500*                    TIPO DO DOCUMENTO DO CLIENCER DE      *
000510*                    PRODUCAO EM VEZ DE DEDUZI-LO DOS      *
000520*                    ZEROS A ESQUERDA; A CONTA FORA DO     *
000530*                    MESTRE E DO CLIENCER SAI CONTADA NO   *
000540*                    RELMASK.                              *
000550*----------------------------------------------------------*
000560 ENVIRONMENT             DIVISION.
000570 CONFIGURATION           SECTION.
000580 SPECIAL-NAMES.
000590     DECIMAL-POINT IS COMMA.
000600
000610 INPUT-OUTPUT            SECTION.
000620 FILE-CONTROL.
000630*----------------------------------------------------------*
000640* ATENCAO: CLIMSTR E CLITITU SAO AS COPIAS DE TESTE, JA    *
000650* CARREGADAS COM O CONTEUDO DE PRODUCAO, E SAO REGRAVADAS  *
000660* MASCARADAS. NUNCA APONTAR ESTAS DDS PARA PRODUCAO.       *
000670*----------------------------------------------------------*
000680     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CLI-ID
000720         FILE STATUS IS FS-CLIENTES-MASTER.
000730     SELECT TITULARES ASSIGN TO "CLITITU"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS TIT-CHAVE
000770         FILE STATUS IS FS-TITULARES.
000780*----------------------------------------------------------*
000790* REFERENCIA CRUZADA: PRODUCAO (CLIXREFP) NA ENTRADA E A   *
000800* COPIA DE TESTE (CLIXREF) NA SAIDA - O DOCUMENTO FAZ PARTE*
000810* DA CHAVE, POR ISSO NAO DA PARA MASCARAR NO LUGAR         *
000820*----------------------------------------------------------*
000830     SELECT REFERENCIA-PRODUCAO ASSIGN TO "CLIXREFP"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS XRP-CHAVE
000870         FILE STATUS IS FS-REFERENCIA-PRODUCAO.
000880     SELECT REFERENCIA ASSIGN TO "CLIXREF"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS XRF-CHAVE
000920         FILE STATUS IS FS-REFERENCIA.
000930*----------------------------------------------------------*
000940* CLIXNOM DE TESTE, REFEITO DO CLIMSTR JA MASCARADO, E O   *
000950* CLIENCER DE PRODUCAO, SO LIDO (TIPO DO DOCUMENTO DA      *
000960* CONTA EXPURGADA)                                         *
000970*----------------------------------------------------------*
000980     SELECT NOMES-AGENCIA ASSIGN TO "CLIXNOM"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS XNM-CHAVE
001020         FILE STATUS IS FS-NOMES-AGENCIA.
001030     SELECT ENCERRADAS ASSIGN TO "CLIENCER"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS ENC-CLI-ID
001070         FILE STATUS IS FS-ENCERRADAS.
001080     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS FS-AUDITORIA.
001110     SELECT AUDITORIA-MASCARADA ASSIGN TO "CLIAUDM"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS FS-AUDITORIA-MASCARADA.
001140     SELECT GLINTF ASSIGN TO "GLINTF"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS FS-GLINTF.
001170     SELECT GLINTF-MASCARADO ASSIGN TO "GLINTFM"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS FS-GLINTF-MASCARADO.
001200*----------------------------------------------------------*
001210* ARQUIVO DE TRABALHO DA CONFERENCIA DE DOCUMENTOS         *
001220*----------------------------------------------------------*
001230     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
001240     SELECT RELATORIO ASSIGN TO "RELMASK"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS FS-RELATORIO.
001270
001280 DATA                    DIVISION.
001290 FILE                    SECTION.
001300 FD  CLIENTES-MASTER
001310     LABEL RECORD IS STANDARD.
001320     COPY CLIREG.
001330
001340 FD  TITULARES
001350     LABEL RECORD IS STANDARD.
001360     COPY CLITITRG.
001370
001380 FD  REFERENCIA-PRODUCAO
001390     LABEL RECORD IS STANDARD.
001400 01  XRP-REGISTRO.
001410     05  XRP-CHAVE            PICTURE X(22).
001420     05  FILLER               PICTURE X(28).
001430
001440 FD  REFERENCIA
001450     LABEL RECORD IS STANDARD.
001460     COPY CLIXREFR.
001470
001480 FD  NOMES-AGENCIA
001490     LABEL RECORD IS STANDARD.
001500     COPY CLIXNOMR.
001510
001520 FD  ENCERRADAS
001530     LABEL RECORD IS STANDARD.
001540     COPY CLIENCRG.
001550
001560 FD  AUDITORIA
001570     LABEL RECORD IS STANDARD.
001580     COPY CLIAUDRG.
001590
001600 FD  AUDITORIA-MASCARADA
001610     LABEL RECORD IS STANDARD.
001620 01  AUDM-LINHA               PICTURE X(100).
001630
001640 FD  GLINTF
001650     LABEL RECORD IS STANDARD.
001660 01  GL-REGISTRO.
001670     05  GL-AGENCIA           PICTURE 9(04).
001680     05  GL-TOTAL-BRL         PICTURE S9(12).
001690     05  GL-TOTAL-USD         PICTURE S9(12).
001700     05  GL-TOTAL-EUR         PICTURE S9(12).
001710
001720 FD  GLINTF-MASCARADO
001730     LABEL RECORD IS STANDARD.
001740 01  GLM-REGISTRO             PICTURE X(40).
001750
001760 SD  CLASSIFICACAO.
001770 01  SRT-REGISTRO.
001780     05  SRT-DOCUMENTO        PICTURE 9(14).
001790     05  SRT-ORIGEM           PICTURE X(01).
001800         88  SRT-ORIGINAL                     VALUE "O".
001810         88  SRT-MASCARADO                    VALUE "M".
001820     05  SRT-ARQUIVO          PICTURE X(08).
001830     05  SRT-CLIENTE          PICTURE 9(06).
001840
001850 FD  RELATORIO
001860     LABEL RECORD IS STANDARD.
001870 01  REL-LINHA               PICTURE X(132).
001880
001890 WORKING-STORAGE         SECTION.
001900 01  WRK-FLAGS.
001910     05  WRK-FIM-MESTRE      PICTURE X(01)      VALUE "N".
001920         88  FIM-ARQUIVO-CLIENTES               VALUE "S".
001930     05  WRK-FIM-TIT         PICTURE X(01)      VALUE "N".
001940         88  FIM-TITULARES                      VALUE "S".
001950     05  WRK-FIM-XREF        PICTURE X(01)      VALUE "N".
001960         88  FIM-REFERENCIA                     VALUE "S".
001970     05  WRK-FIM-AUD         PICTURE X(01)      VALUE "N".
001980         88  FIM-AUDITORIA                      VALUE "S".
001990     05  WRK-FIM-GL          PICTURE X(01)      VALUE "N".
002000         88  FIM-GLINTF                         VALUE "S".
002010     05  WRK-FIM-CLASSIF     PICTURE X(01)      VALUE "N".
002020         88  FIM-CLASSIFICACAO                  VALUE "S".
002030     05  WRK-TEM-ANTERIOR    PICTURE X(01)      VALUE "N".
002040         88  TEM-REGISTRO-ANTERIOR              VALUE "S".
002050     05  WRK-TEM-TITULARES   PICTURE X(01)      VALUE "S".
002060         88  TITULARES-DISPONIVEL               VALUE "S".
002070     05  WRK-TEM-ENC         PICTURE X(01)      VALUE "N".
002080         88  ARQUIVO-ENC-OK                     VALUE "S".
002090     05  WRK-DOC-VALIDO      PICTURE X(01)      VALUE "S".
002100         88  DOCUMENTO-OK                       VALUE "S".
002110         88  DOCUMENTO-COM-ERRO                 VALUE "N".
002120 01  FS-CLIENTES-MASTER      PICTURE X(02)      VALUE "00".
002130 01  FS-TITULARES            PICTURE X(02)      VALUE "00".
002140 01  FS-REFERENCIA-PRODUCAO  PICTURE X(02)      VALUE "00".
002150 01  FS-REFERENCIA           PICTURE X(02)      VALUE "00".
002160 01  FS-NOMES-AGENCIA        PICTURE X(02)      VALUE "00".
002170 01  FS-ENCERRADAS           PICTURE X(02)      VALUE "00".
002180 01  FS-AUDITORIA            PICTURE X(02)      VALUE "00".
002190 01  FS-AUDITORIA-MASCARADA  PICTURE X(02)      VALUE "00".
002200 01  FS-GLINTF               PICTURE X(02)      VALUE "00".
002210 01  FS-GLINTF-MASCARADO     PICTURE X(02)      VALUE "00".
002220 01  FS-RELATORIO            PICTURE X(02)      VALUE "00".
002230 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
002240 77  WRK-CONT-MESTRE          PICTURE 9(07)      COMP VALUE ZEROS.
002250 77  WRK-CONT-TITULARES       PICTURE 9(07)      COMP VALUE ZEROS.
002260 77  WRK-CONT-REFERENCIAS     PICTURE 9(07)      COMP VALUE ZEROS.
002270 77  WRK-CONT-REF-EXPURGADA  PICTURE 9(07)      COMP VALUE ZEROS.
002280 77  WRK-CONT-REF-SEM-TIPO   PICTURE 9(07)      COMP VALUE ZEROS.
002290 77  WRK-CONT-NOMES          PICTURE 9(07)      COMP VALUE ZEROS.
002300 77  WRK-CONT-AUDITORIA       PICTURE 9(07)      COMP VALUE ZEROS.
002310 77  WRK-CONT-AUD-SEM-CONTA   PICTURE 9(07)      COMP VALUE ZEROS.
002320 77  WRK-CONT-GL              PICTURE 9(07)      COMP VALUE ZEROS.
002330 77  WRK-CONT-GERADOS         PICTURE 9(07)      COMP VALUE ZEROS.
002340 77  WRK-CONT-REJEITADOS      PICTURE 9(07)      COMP VALUE ZEROS.
002350 77  WRK-CONT-ERROS-GRAV      PICTURE 9(07)      COMP VALUE ZEROS.
002360 77  WRK-CONT-ORIGINAIS       PICTURE 9(07)      COMP VALUE ZEROS.
002370 77  WRK-CONT-MASCARADOS      PICTURE 9(07)      COMP VALUE ZEROS.
002380 77  WRK-CONT-DIST-ORIG       PICTURE 9(07)      COMP VALUE ZEROS.
002390 77  WRK-CONT-DIST-MASC       PICTURE 9(07)      COMP VALUE ZEROS.
002400 77  WRK-CONT-VAZAMENTOS      PICTURE 9(07)      COMP VALUE ZEROS.
002410 77  WRK-CONT-NAO-FECHAM      PICTURE 9(03)      COMP VALUE ZEROS.
002420
002430*----------------------------------------------------------*
002440* CHAVE DE MASCARAMENTO (PARM) E OS FATORES DERIVADOS DELA.*
002450* OS MULTIPLICADORES TERMINAM EM 7 E EM 3, PRIMOS COM 10,  *
002460* PARA A TROCA DA BASE DO DOCUMENTO SER UM-PARA-UM         *
002470*----------------------------------------------------------*
002480 01  WRK-CHAVE                PICTURE 9(09)      VALUE ZEROS.
002490 01  WRK-CHAVE-TAB REDEFINES WRK-CHAVE.
002500     05  WRK-CHAVE-DIG        PICTURE 9(01)      OCCURS 9 TIMES.
002510 77  WRK-MULT-CPF             PICTURE 9(09)      COMP VALUE ZEROS.
002520 77  WRK-MULT-CNPJ            PICTURE 9(08)      COMP VALUE ZEROS.
002530 77  WRK-SOMA-CNPJ            PICTURE 9(08)      COMP VALUE ZEROS.
002540 77  WRK-PRODUTO              PICTURE 9(18)      COMP VALUE ZEROS.
002550 77  WRK-QUOCIENTE            PICTURE 9(18)      COMP VALUE ZEROS.
002560
002570*----------------------------------------------------------*
002580* DOCUMENTO EM TRABALHO: CPF NAS 11 POSICOES DA DIREITA,   *
002590* CNPJ NAS 14 (RAIZ, FILIAL E DIGITOS), COMO NO DOCVALID   *
002600*----------------------------------------------------------*
002610 01  WRK-DOC-ORIGINAL         PICTURE 9(14)      VALUE ZEROS.
002620 01  WRK-DOC-TIPO             PICTURE X(01)      VALUE SPACES.
002630 01  WRK-DOC-TRABALHO         PICTURE 9(14)      VALUE ZEROS.
002640 01  WRK-DOC-CPF REDEFINES WRK-DOC-TRABALHO.
002650     05  WRK-CPF-ZEROS        PICTURE 9(03).
002660     05  WRK-CPF-BASE         PICTURE 9(09).
002670     05  WRK-CPF-DV           PICTURE 9(02).
002680 01  WRK-DOC-CNPJ REDEFINES WRK-DOC-TRABALHO.
002690     05  WRK-CNPJ-RAIZ        PICTURE 9(08).
002700     05  WRK-CNPJ-FILIAL      PICTURE 9(04).
002710     05  WRK-CNPJ-DV          PICTURE 9(02).
002720 01  WRK-DOC-TAB REDEFINES WRK-DOC-TRABALHO.
002730     05  WRK-DOC-DIGITO       PICTURE 9(01)      OCCURS 14 TIMES.
002740 77  WRK-OFFSET-PESO          PICTURE 9(02)      COMP VALUE ZEROS.
002750 77  WRK-IDX-PESO             PICTURE 9(02)      COMP VALUE ZEROS.
002760 77  WRK-POS-INICIAL          PICTURE 9(02)      COMP VALUE ZEROS.
002770 77  WRK-POS-ATUAL            PICTURE 9(02)      COMP VALUE ZEROS.
002780 77  WRK-QTD-DIGITOS          PICTURE 9(02)      COMP VALUE ZEROS.
002790 77  WRK-IDX                  PICTURE 9(02)      COMP VALUE ZEROS.
002800 77  WRK-SOMA                 PICTURE 9(04)      COMP VALUE ZEROS.
002810 77  WRK-QUOC-DV              PICTURE 9(04)      COMP VALUE ZEROS.
002820 77  WRK-RESTO                PICTURE 9(02)      COMP VALUE ZEROS.
002830 77  WRK-DIGITO-CALC          PICTURE 9(01)      VALUE ZEROS.
002840
002850*----------------------------------------------------------*
002860* PESOS DOS DIGITOS VERIFICADORES - A MESMA TABELA DO      *
002870* DOCVALID: CPF1(1-9) CPF2(10-19) CNPJ1(20-31) CNPJ2(32-44)*
002880*----------------------------------------------------------*
002890 01  WRK-PESOS-INIC.
002900     05  FILLER          PICTURE X(18) VALUE "100908070605040302".
002910     05  FILLER          PICTURE X(20) VALUE
002920             "11100908070605040302".
002930     05  FILLER          PICTURE X(24) VALUE
002940             "050403020908070605040302".
002950     05  FILLER          PICTURE X(26) VALUE
002960             "06050403020908070605040302".
002970 01  WRK-PESOS-TAB REDEFINES WRK-PESOS-INIC.
002980     05  WRK-PESO             PICTURE 9(02)      OCCURS 44 TIMES.
002990
003000*----------------------------------------------------------*
003010* CIFRA DE TEXTO: CADA LETRA E DESLOCADA PELO DIGITO DA    *
003020* CHAVE DA POSICAO, PELA POSICAO E PELA LETRA ORIGINAL     *
003030* ANTERIOR; CADA ALGARISMO PELO DIGITO DA CHAVE E PELA     *
003040* POSICAO. O MESMO TEXTO DA SEMPRE O MESMO RESULTADO E     *
003050* TEXTOS DIFERENTES DAO RESULTADOS DIFERENTES              *
003060*----------------------------------------------------------*
003070 01  WRK-ALFABETO             PICTURE X(26)      VALUE
003080         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003090 01  WRK-ALFABETO-TAB REDEFINES WRK-ALFABETO.
003100     05  WRK-LETRA            PICTURE X(01)      OCCURS 26 TIMES.
003110 01  WRK-ALGARISMOS           PICTURE X(10)      VALUE
003120         "0123456789".
003130 01  WRK-ALGARISMOS-TAB REDEFINES WRK-ALGARISMOS.
003140     05  WRK-ALGARISMO        PICTURE X(01)      OCCURS 10 TIMES.
003150 01  WRK-TEXTO                PICTURE X(30)      VALUE SPACES.
003160 01  WRK-TEXTO-TAB REDEFINES WRK-TEXTO.
003170     05  WRK-TEXTO-CAR        PICTURE X(01)      OCCURS 30 TIMES.
003180 77  WRK-TAM-TEXTO            PICTURE 9(02)      COMP VALUE ZEROS.
003190 77  WRK-IDX-TEXTO            PICTURE 9(02)      COMP VALUE ZEROS.
003200 77  WRK-IDX-BUSCA            PICTURE 9(02)      COMP VALUE ZEROS.
003210 77  WRK-IDX-ACHADO           PICTURE 9(02)      COMP VALUE ZEROS.
003220 77  WRK-POS-CHAVE            PICTURE 9(02)      COMP VALUE ZEROS.
003230 77  WRK-LETRA-ANTERIOR       PICTURE 9(02)      COMP VALUE ZEROS.
003240 77  WRK-DESLOCAMENTO         PICTURE 9(04)      COMP VALUE ZEROS.
003250 77  WRK-QUOC-TEXTO           PICTURE 9(04)      COMP VALUE ZEROS.
003260 77  WRK-NOVA-POS             PICTURE 9(02)      COMP VALUE ZEROS.
003270 77  WRK-TAM-LOCAL            PICTURE 9(02)      COMP VALUE ZEROS.
003280 01  WRK-EMAIL-LOCAL          PICTURE X(16)      VALUE SPACES.
003290 01  WRK-TELEFONE             PICTURE 9(11)      VALUE ZEROS.
003300 01  WRK-TELEFONE-X REDEFINES WRK-TELEFONE.
003310     05  WRK-FONE-DDD         PICTURE X(02).
003320     05  WRK-FONE-NUMERO      PICTURE X(09).
003330 01  WRK-CEP                  PICTURE 9(08)      VALUE ZEROS.
003340 01  WRK-CEP-X REDEFINES WRK-CEP.
003350     05  WRK-CEP-REGIAO       PICTURE X(05).
003360     05  WRK-CEP-SUFIXO       PICTURE X(03).
003370
003380*----------------------------------------------------------*
003390* DESLOCAMENTO DO SALDO: PERCENTUAL DE -9 A +9 (NUNCA ZERO)*
003400* TIRADO DO NUMERO DA CONTA E DA CHAVE; A CONTA DO CLIAUDIT*
003410* QUE NAO ESTA MAIS NO MESTRE LEVA 100 VEZES O PERCENTUAL  *
003420*----------------------------------------------------------*
003430 77  WRK-PERCENTUAL           PICTURE S9(02)     VALUE ZEROS.
003440 77  WRK-RESTO-PERC           PICTURE 9(02)      COMP VALUE ZEROS.
003450 77  WRK-QUOC-PERC            PICTURE 9(09)      COMP VALUE ZEROS.
003460 77  WRK-DESLOC-SALDO         PICTURE S9(12)     VALUE ZEROS.
003470 77  WRK-VALOR                PICTURE S9(12)     VALUE ZEROS.
003480 77  WRK-VALOR-AUD            PICTURE S9(12)V99  VALUE ZEROS.
003490 77  WRK-CLIENTE-AUD          PICTURE 9(06)      VALUE ZEROS.
003500 77  WRK-CLIENTE-ANT          PICTURE 9(06)      VALUE ZEROS.
003510
003520*----------------------------------------------------------*
003530* TOTAIS POR AGENCIA E MOEDA (1 BRL, 2 USD, 3 EUR): GLINTF *
003540* DE PRODUCAO E SOMA DO MESTRE ANTES E DEPOIS DO           *
003550* DESLOCAMENTO. O GLINTF MASCARADO E O ORIGINAL MAIS A     *
003560* DIFERENCA ENTRE AS DUAS SOMAS DO MESTRE                  *
003570*----------------------------------------------------------*
003580 77  WRK-QTD-AG               PICTURE 9(02)      COMP VALUE ZEROS.
003590 77  WRK-MAX-AG               PICTURE 9(02)      COMP VALUE 99.
003600 77  WRK-IDX-AG               PICTURE 9(02)      COMP VALUE ZEROS.
003610 77  WRK-IDX-AG-ACHADO        PICTURE 9(02)      COMP VALUE ZEROS.
003620 77  WRK-IDX-MOEDA            PICTURE 9(01)      COMP VALUE ZEROS.
003630 77  WRK-AGENCIA-BUSCA        PICTURE 9(04)      VALUE ZEROS.
003640 01  TAB-AGENCIAS.
003650     05  TAB-AG-ENTRADA          OCCURS 99 TIMES.
003660         10  TAB-AG-AGENCIA       PICTURE 9(04).
003670         10  TAB-AG-MOEDA         OCCURS 3 TIMES.
003680             15  TAB-AG-GL-ORIG   PICTURE S9(12).
003690             15  TAB-AG-CLI-ORIG  PICTURE S9(12).
003700             15  TAB-AG-CLI-MASC  PICTURE S9(12).
003710 01  WRK-NOMES-MOEDA          PICTURE X(09)      VALUE
003720         "BRLUSDEUR".
003730 01  WRK-NOMES-MOEDA-TAB REDEFINES WRK-NOMES-MOEDA.
003740     05  WRK-NOME-MOEDA       PICTURE X(03)      OCCURS 3 TIMES.
003750 77  WRK-GL-MASC              PICTURE S9(12)     VALUE ZEROS.
003760 77  WRK-DIF-ORIG             PICTURE S9(12)     VALUE ZEROS.
003770 77  WRK-DIF-MASC             PICTURE S9(12)     VALUE ZEROS.
003780 01  WRK-GL-SAIDA.
003790     05  WRK-GLS-AGENCIA      PICTURE 9(04).
003800     05  WRK-GLS-TOTAL        PICTURE S9(12)     OCCURS 3 TIMES.
003810
003820*----------------------------------------------------------*
003830* REGISTRO ANTERIOR DA SAIDA CLASSIFICADA DA CONFERENCIA   *
003840*----------------------------------------------------------*
003850 01  WRK-ANTERIOR.
003860     05  ANT-DOCUMENTO        PICTURE 9(14).
003870     05  ANT-ORIGEM           PICTURE X(01).
003880         88  ANT-MASCARADO                    VALUE "M".
003890     05  ANT-ARQUIVO          PICTURE X(08).
003900     05  ANT-CLIENTE          PICTURE 9(06).
003910
003920 01  REL-CABECALHO.
003930     05  FILLER              PICTURE X(46) VALUE
003940             "COPIA MASCARADA PARA TESTE (CLIMASK) - DATA ".
003950     05  REL-CAB-DATA        PICTURE 9(08).
003960     05  FILLER              PICTURE X(78) VALUE SPACES.
003970 01  REL-SECAO.
003980     05  REL-SEC-TEXTO       PICTURE X(70).
003990     05  FILLER              PICTURE X(62) VALUE SPACES.
004000 01  REL-RODAPE.
004010     05  REL-ROD-ROTULO      PICTURE X(40).
004020     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
004030     05  FILLER              PICTURE X(83) VALUE SPACES.
004040 01  REL-GL-CABECALHO.
004050     05  FILLER              PICTURE X(15) VALUE
004060             "    AGENCIA MOE".
004070     05  FILLER              PICTURE X(18) VALUE
004080             "      GL ORIGINAL ".
004090     05  FILLER              PICTURE X(18) VALUE
004100             "  MESTRE ORIGINAL ".
004110     05  FILLER              PICTURE X(18) VALUE
004120             "    GL MASCARADO ".
004130     05  FILLER              PICTURE X(18) VALUE
004140             " MESTRE MASCARADO ".
004150     05  FILLER              PICTURE X(18) VALUE
004160             "        DIFERENCA ".
004170     05  FILLER              PICTURE X(27) VALUE SPACES.
004180 01  REL-GL-LINHA.
004190     05  FILLER              PICTURE X(04) VALUE SPACES.
004200     05  REL-GL-AGENCIA      PICTURE 9(04).
004210     05  FILLER              PICTURE X(04) VALUE SPACES.
004220     05  REL-GL-MOEDA        PICTURE X(03).
004230     05  FILLER              PICTURE X(01) VALUE SPACES.
004240     05  REL-GL-ORIGINAL     PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
004250     05  FILLER              PICTURE X(02) VALUE SPACES.
004260     05  REL-GL-MESTRE-ORIG  PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
004270     05  FILLER              PICTURE X(02) VALUE SPACES.
004280     05  REL-GL-MASCARADO    PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
004290     05  FILLER              PICTURE X(02) VALUE SPACES.
004300     05  REL-GL-MESTRE-MASC  PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
004310     05  FILLER              PICTURE X(02) VALUE SPACES.
004320     05  REL-GL-DIFERENCA    PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
004330     05  FILLER              PICTURE X(02) VALUE SPACES.
004340     05  REL-GL-SITUACAO     PICTURE X(12).
004350     05  FILLER              PICTURE X(16) VALUE SPACES.
004360 01  REL-VAZAMENTO.
004370     05  FILLER              PICTURE X(04) VALUE SPACES.
004380     05  FILLER              PICTURE X(38) VALUE
004390             "** DOCUMENTO ORIGINAL NA COPIA - ARQ. ".
004400     05  REL-VAZ-ARQUIVO     PICTURE X(08).
004410     05  FILLER              PICTURE X(09) VALUE " CLIENTE ".
004420     05  REL-VAZ-CLIENTE     PICTURE 9(06).
004430     05  FILLER              PICTURE X(67) VALUE SPACES.
004440
004450 LINKAGE                 SECTION.
004460 01  LK-PARM-CHAVE           PICTURE X(09).
004470
004480 PROCEDURE               DIVISION USING LK-PARM-CHAVE.
004490*----------------------------------------------------------*
004500* 0000-MAINLINE - A CLASSIFICACAO ENVOLVE O MASCARAMENTO:  *
004510*                 A ENTRADA MASCARA OS ARQUIVOS E LIBERA   *
004520*                 CADA DOCUMENTO ORIGINAL E CADA DOCUMENTO *
004530*                 RELIDO DA COPIA; A SAIDA CONFERE OS DOIS *
004540*----------------------------------------------------------*
004550 0000-MAINLINE.
004560     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
004570     SORT CLASSIFICACAO
004580             ON ASCENDING KEY SRT-DOCUMENTO SRT-ORIGEM
004590             INPUT PROCEDURE IS 2000-MASCARAR-ARQUIVOS
004600                     THRU 2000-MASCARAR-ARQUIVOS-EXIT
004610             OUTPUT PROCEDURE IS 7000-CONFERIR-DOCUMENTOS
004620                     THRU 7000-CONFERIR-DOCUMENTOS-EXIT.
004630     PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-IMPRIMIR-RESUMO-EXIT.
004640     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
004650     GO TO 9999-EXIT.
004660
004670*----------------------------------------------------------*
004680* 1000-INICIALIZAR - CONFERE A CHAVE, ABRE OS ARQUIVOS E   *
004690*                 CARREGA O GLINTF DE PRODUCAO             *
004700*----------------------------------------------------------*
004710 1000-INICIALIZAR.
004720     IF LK-PARM-CHAVE NOT NUMERIC
004730             OR LK-PARM-CHAVE = "000000000"
004740         DISPLAY "CLIMASK: CHAVE DE MASCARAMENTO NAO INFORMADA - "
004750                 "PARM COM 9 DIGITOS"
004760         MOVE 16 TO RETURN-CODE
004770         GO TO 9999-EXIT
004780     END-IF.
004790     MOVE LK-PARM-CHAVE TO WRK-CHAVE.
004800     DIVIDE WRK-CHAVE BY 100000000 GIVING WRK-QUOCIENTE
004810             REMAINDER WRK-SOMA-CNPJ.
004820     COMPUTE WRK-MULT-CPF = WRK-SOMA-CNPJ * 10 + 7.
004830     DIVIDE WRK-CHAVE BY 10000000 GIVING WRK-QUOCIENTE
004840             REMAINDER WRK-MULT-CNPJ.
004850     COMPUTE WRK-MULT-CNPJ = WRK-MULT-CNPJ * 10 + 3.
004860     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
004870     OPEN I-O CLIENTES-MASTER.
004880     IF FS-CLIENTES-MASTER NOT = "00"
004890         DISPLAY "CLIMASK: ERRO AO ABRIR CLIMSTR - STATUS "
004900                 FS-CLIENTES-MASTER
004910         MOVE 16 TO RETURN-CODE
004920         GO TO 9999-EXIT
004930     END-IF.
004940     OPEN INPUT REFERENCIA-PRODUCAO.
004950     IF FS-REFERENCIA-PRODUCAO NOT = "00"
004960         DISPLAY "CLIMASK: ERRO AO ABRIR CLIXREFP - STATUS "
004970                 FS-REFERENCIA-PRODUCAO
004980         CLOSE CLIENTES-MASTER
004990         MOVE 16 TO RETURN-CODE
005000         GO TO 9999-EXIT
005010     END-IF.
005020     OPEN OUTPUT REFERENCIA.
005030     IF FS-REFERENCIA NOT = "00"
005040         DISPLAY "CLIMASK: ERRO AO ABRIR CLIXREF - STATUS "
005050                 FS-REFERENCIA
005060         CLOSE CLIENTES-MASTER REFERENCIA-PRODUCAO
005070         MOVE 16 TO RETURN-CODE
005080         GO TO 9999-EXIT
005090     END-IF.
005100     OPEN OUTPUT NOMES-AGENCIA.
005110     IF FS-NOMES-AGENCIA NOT = "00"
005120         DISPLAY "CLIMASK: ERRO AO ABRIR CLIXNOM - STATUS "
005130                 FS-NOMES-AGENCIA
005140         CLOSE CLIENTES-MASTER REFERENCIA-PRODUCAO REFERENCIA
005150         MOVE 16 TO RETURN-CODE
005160         GO TO 9999-EXIT
005170     END-IF.
005180     OPEN INPUT AUDITORIA.
005190     IF FS-AUDITORIA NOT = "00"
005200         DISPLAY "CLIMASK: ERRO AO ABRIR CLIAUDIT - STATUS "
005210                 FS-AUDITORIA
005220         CLOSE CLIENTES-MASTER REFERENCIA-PRODUCAO REFERENCIA
005230               NOMES-AGENCIA
005240         MOVE 16 TO RETURN-CODE
005250         GO TO 9999-EXIT
005260     END-IF.
005270     OPEN OUTPUT AUDITORIA-MASCARADA.
005280     IF FS-AUDITORIA-MASCARADA NOT = "00"
005290         DISPLAY "CLIMASK: ERRO AO ABRIR CLIAUDM - STATUS "
005300                 FS-AUDITORIA-MASCARADA
005310         CLOSE CLIENTES-MASTER REFERENCIA-PRODUCAO REFERENCIA
005320               NOMES-AGENCIA AUDITORIA
005330         MOVE 16 TO RETURN-CODE
005340         GO TO 9999-EXIT
005350     END-IF.
005360     OPEN INPUT GLINTF.
005370     IF FS-GLINTF NOT = "00"
005380         DISPLAY "CLIMASK: ERRO AO ABRIR GLINTF - STATUS "
005390                 FS-GLINTF
005400         CLOSE CLIENTES-MASTER REFERENCIA-PRODUCAO REFERENCIA
005410               NOMES-AGENCIA AUDITORIA AUDITORIA-MASCARADA
005420         MOVE 16 TO RETURN-CODE
005430         GO TO 9999-EXIT
005440     END-IF.
005450     OPEN OUTPUT GLINTF-MASCARADO.
005460     IF FS-GLINTF-MASCARADO NOT = "00"
005470         DISPLAY "CLIMASK: ERRO AO ABRIR GLINTFM - STATUS "
005480                 FS-GLINTF-MASCARADO
005490         CLOSE CLIENTES-MASTER REFERENCIA-PRODUCAO REFERENCIA
005500               NOMES-AGENCIA AUDITORIA AUDITORIA-MASCARADA GLINTF
005510         MOVE 16 TO RETURN-CODE
005520         GO TO 9999-EXIT
005530     END-IF.
005540     OPEN I-O TITULARES.
005550     IF FS-TITULARES NOT = "00"
005560         DISPLAY "CLIMASK: CLITITU INDISPONIVEL - STATUS "
005570                 FS-TITULARES " - SEM TITULARES ADICIONAIS"
005580         MOVE "N" TO WRK-TEM-TITULARES
005590     END-IF.
005600     OPEN INPUT ENCERRADAS.
005610     IF FS-ENCERRADAS = "00"
005620         SET ARQUIVO-ENC-OK TO TRUE
005630     ELSE
005640         DISPLAY "CLIMASK: CLIENCER INDISPONIVEL - STATUS "
005650                 FS-ENCERRADAS " - SEM TIPO DA CONTA EXPURGADA"
005660     END-IF.
005670     OPEN OUTPUT RELATORIO.
005680     MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
005690     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
005700     PERFORM 1100-CARREGAR-GLINTF THRU 1100-CARREGAR-GLINTF-EXIT
005710             UNTIL FIM-GLINTF.
005720     CLOSE GLINTF.
005730 1000-INICIALIZAR-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------*
005770* 1100-CARREGAR-GLINTF - UM REGISTRO (UMA AGENCIA) DO      *
005780*                 GLINTF DE PRODUCAO                       *
005790*----------------------------------------------------------*
005800 1100-CARREGAR-GLINTF.
005810     READ GLINTF
005820         AT END
005830             SET FIM-GLINTF TO TRUE
005840             GO TO 1100-CARREGAR-GLINTF-EXIT
005850     END-READ.
005860     MOVE GL-AGENCIA TO WRK-AGENCIA-BUSCA.
005870     PERFORM 5900-ACHAR-AGENCIA THRU 5900-ACHAR-AGENCIA-EXIT.
005880     IF WRK-IDX-AG = ZEROS
005890         GO TO 1100-CARREGAR-GLINTF-EXIT
005900     END-IF.
005910     ADD GL-TOTAL-BRL TO TAB-AG-GL-ORIG (WRK-IDX-AG 1).
005920     ADD GL-TOTAL-USD TO TAB-AG-GL-ORIG (WRK-IDX-AG 2).
005930     ADD GL-TOTAL-EUR TO TAB-AG-GL-ORIG (WRK-IDX-AG 3).
005940 1100-CARREGAR-GLINTF-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------*
005980* 2000-MASCARAR-ARQUIVOS - ENTRADA DA CLASSIFICACAO. O     *
005990*                 CLIAUDIT VEM ANTES DO MESTRE PORQUE O    *
006000*                 DESLOCAMENTO SAI DO SALDO ORIGINAL       *
006010*----------------------------------------------------------*
006020 2000-MASCARAR-ARQUIVOS.
006030     PERFORM 2100-MASCARAR-AUDITORIA
006040             THRU 2100-MASCARAR-AUDITORIA-EXIT
006050             UNTIL FIM-AUDITORIA.
006060     CLOSE AUDITORIA AUDITORIA-MASCARADA.
006070*    A PASSADA DO CLIAUDIT LEU O MESTRE POR CHAVE; VOLTA AO
006080*    INICIO ANTES DA LEITURA SEQUENCIAL.
006090     MOVE ZEROS TO CLI-ID.
006100     START CLIENTES-MASTER KEY IS NOT LESS THAN CLI-ID
006110         INVALID KEY
006120             SET FIM-ARQUIVO-CLIENTES TO TRUE
006130     END-START.
006140     PERFORM 3000-MASCARAR-MESTRE THRU 3000-MASCARAR-MESTRE-EXIT
006150             UNTIL FIM-ARQUIVO-CLIENTES.
006160     IF TITULARES-DISPONIVEL
006170         PERFORM 4000-MASCARAR-TITULARES
006180                 THRU 4000-MASCARAR-TITULARES-EXIT
006190                 UNTIL FIM-TITULARES
006200     END-IF.
006210     PERFORM 5000-MASCARAR-REFERENCIA
006220             THRU 5000-MASCARAR-REFERENCIA-EXIT
006230             UNTIL FIM-REFERENCIA.
006240     CLOSE REFERENCIA-PRODUCAO.
006250     IF ARQUIVO-ENC-OK
006260         CLOSE ENCERRADAS
006270     END-IF.
006280     PERFORM 5800-GRAVAR-GLINTF THRU 5800-GRAVAR-GLINTF-EXIT
006290             VARYING WRK-IDX-AG FROM 1 BY 1
006300             UNTIL WRK-IDX-AG > WRK-QTD-AG.
006310     CLOSE GLINTF-MASCARADO.
006320     PERFORM 6000-LIBERAR-COPIA THRU 6000-LIBERAR-COPIA-EXIT.
006330 2000-MASCARAR-ARQUIVOS-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------*
006370* 2100-MASCARAR-AUDITORIA - UMA LINHA DO CLIAUDIT: SALDO   *
006380*                 ANTERIOR, SALDO NOVO E BASE DE JUROS     *
006390*                 DESLOCADOS PELO VALOR DA CONTA; O VALOR  *
006400*                 LANCADO NAO MUDA, E O ENCADEAMENTO DAS   *
006410*                 LINHAS CONTINUA FECHANDO                 *
006420*----------------------------------------------------------*
006430 2100-MASCARAR-AUDITORIA.
006440     READ AUDITORIA
006450         AT END
006460             SET FIM-AUDITORIA TO TRUE
006470             GO TO 2100-MASCARAR-AUDITORIA-EXIT
006480     END-READ.
006490     ADD 1 TO WRK-CONT-AUDITORIA.
006500     IF AUD-CLIENTE-ID NOT NUMERIC
006510         GO TO 2100-MASCARAR-AUDITORIA-GRAVAR
006520     END-IF.
006530     IF AUD-CLIENTE-ID NOT = WRK-CLIENTE-AUD
006540         MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-AUD
006550         PERFORM 2200-DESLOCAMENTO-AUDITORIA
006560                 THRU 2200-DESLOCAMENTO-AUDITORIA-EXIT
006570     END-IF.
006580     IF AUD-SALDO-ANTERIOR NOT = SPACES
006590         MOVE AUD-SALDO-ANTERIOR TO WRK-VALOR-AUD
006600         ADD WRK-DESLOC-SALDO TO WRK-VALOR-AUD
006610         MOVE WRK-VALOR-AUD TO AUD-SALDO-ANTERIOR
006620     END-IF.
006630     IF AUD-SALDO-NOVO NOT = SPACES
006640         MOVE AUD-SALDO-NOVO TO WRK-VALOR-AUD
006650         ADD WRK-DESLOC-SALDO TO WRK-VALOR-AUD
006660         MOVE WRK-VALOR-AUD TO AUD-SALDO-NOVO
006670     END-IF.
006680*    NO ESTORNO ("E") E NA CORRECAO ("K") O CAMPO DA BASE
006690*    GUARDA A REFERENCIA DO LANCAMENTO, QUE NAO E VALOR.
006700     IF AUD-ORIGEM NOT = "E" AND AUD-ORIGEM NOT = "K"
006710             AND AUD-SALDO-BASE NOT = SPACES
006720         MOVE AUD-SALDO-BASE TO WRK-VALOR-AUD
006730         IF WRK-VALOR-AUD NOT = ZEROS
006740             ADD WRK-DESLOC-SALDO TO WRK-VALOR-AUD
006750             MOVE WRK-VALOR-AUD TO AUD-SALDO-BASE
006760         END-IF
006770     END-IF.
006780 2100-MASCARAR-AUDITORIA-GRAVAR.
006790     WRITE AUDM-LINHA FROM AUD-REGISTRO.
006800 2100-MASCARAR-AUDITORIA-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------*
006840* 2200-DESLOCAMENTO-AUDITORIA - DESLOCAMENTO DA CONTA DA   *
006850*                 LINHA, PELO SALDO ORIGINAL DO MESTRE     *
006860*                 (AINDA NAO MASCARADO NESTA PASSADA)      *
006870*----------------------------------------------------------*
006880 2200-DESLOCAMENTO-AUDITORIA.
006890     MOVE WRK-CLIENTE-AUD TO CLI-ID.
006900     PERFORM 3500-CALCULAR-PERCENTUAL
006910             THRU 3500-CALCULAR-PERCENTUAL-EXIT.
006920     READ CLIENTES-MASTER
006930         INVALID KEY
006940             COMPUTE WRK-DESLOC-SALDO = WRK-PERCENTUAL * 100
006950             ADD 1 TO WRK-CONT-AUD-SEM-CONTA
006960             GO TO 2200-DESLOCAMENTO-AUDITORIA-EXIT
006970     END-READ.
006980     MOVE CLI-SALDO TO WRK-VALOR.
006990     PERFORM 3600-DESLOCAR-VALOR THRU 3600-DESLOCAR-VALOR-EXIT.
007000 2200-DESLOCAMENTO-AUDITORIA-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------*
007040* 3000-MASCARAR-MESTRE - LE E REGRAVA CADA CONTA DA COPIA  *
007050*                 DE TESTE COM OS DADOS PESSOAIS TROCADOS  *
007060*                 E O SALDO DESLOCADO                      *
007070*----------------------------------------------------------*
007080 3000-MASCARAR-MESTRE.
007090     READ CLIENTES-MASTER NEXT RECORD
007100         AT END
007110             SET FIM-ARQUIVO-CLIENTES TO TRUE
007120             GO TO 3000-MASCARAR-MESTRE-EXIT
007130     END-READ.
007140     ADD 1 TO WRK-CONT-MESTRE.
007150     MOVE "CLIMSTR " TO SRT-ARQUIVO.
007160     MOVE CLI-ID     TO SRT-CLIENTE.
007170     MOVE CLI-DOCUMENTO TO WRK-DOC-ORIGINAL.
007180     MOVE CLI-TIPO-DOC  TO WRK-DOC-TIPO.
007190     PERFORM 4500-TROCAR-DOCUMENTO
007200             THRU 4500-TROCAR-DOCUMENTO-EXIT.
007210     MOVE WRK-DOC-TRABALHO TO CLI-DOCUMENTO.
007220     IF CLI-RESP-CPF IS NUMERIC AND CLI-RESP-CPF NOT = ZEROS
007230         MOVE CLI-RESP-CPF TO WRK-DOC-ORIGINAL
007240         MOVE "F"          TO WRK-DOC-TIPO
007250         PERFORM 4500-TROCAR-DOCUMENTO
007260                 THRU 4500-TROCAR-DOCUMENTO-EXIT
007270         MOVE WRK-DOC-TRABALHO TO CLI-RESP-CPF
007280     END-IF.
007290     MOVE CLI-NOME TO WRK-TEXTO.
007300     MOVE 20 TO WRK-TAM-TEXTO.
007310     PERFORM 6500-CIFRAR-TEXTO THRU 6500-CIFRAR-TEXTO-EXIT.
007320     MOVE WRK-TEXTO TO CLI-NOME.
007330     IF CLI-RESP-NOME NOT = SPACES
007340         MOVE CLI-RESP-NOME TO WRK-TEXTO
007350         MOVE 30 TO WRK-TAM-TEXTO
007360         PERFORM 6500-CIFRAR-TEXTO THRU 6500-CIFRAR-TEXTO-EXIT
007370         MOVE WRK-TEXTO TO CLI-RESP-NOME
007380     END-IF.
007390     PERFORM 3200-MASCARAR-CONTATOS
007400             THRU 3200-MASCARAR-CONTATOS-EXIT.
007410     PERFORM 3300-DESLOCAR-SALDOS THRU 3300-DESLOCAR-SALDOS-EXIT.
007420     REWRITE CLI-REGISTRO
007430         INVALID KEY
007440             DISPLAY "CLIMASK: ERRO AO REGRAVAR CLIENTE " CLI-ID
007450                     " - STATUS " FS-CLIENTES-MASTER
007460             ADD 1 TO WRK-CONT-ERROS-GRAV
007470     END-REWRITE.
007480 3000-MASCARAR-MESTRE-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------*
007520* 3200-MASCARAR-CONTATOS - ENDERECO CIFRADO, SUFIXO DO CEP,*
007530*                 TELEFONE SEM O DDD E E-MAIL NUM DOMINIO  *
007540*                 INEXISTENTE. CIDADE E UF FICAM           *
007550*----------------------------------------------------------*
007560 3200-MASCARAR-CONTATOS.
007570     IF CLI-ENDERECO NOT = SPACES
007580         MOVE CLI-ENDERECO TO WRK-TEXTO
007590         MOVE 30 TO WRK-TAM-TEXTO
007600         PERFORM 6500-CIFRAR-TEXTO THRU 6500-CIFRAR-TEXTO-EXIT
007610         MOVE WRK-TEXTO TO CLI-ENDERECO
007620     END-IF.
007630     IF CLI-CEP IS NUMERIC AND CLI-CEP NOT = ZEROS
007640         MOVE CLI-CEP TO WRK-CEP
007650         MOVE WRK-CEP-SUFIXO TO WRK-TEXTO
007660         MOVE 3 TO WRK-TAM-TEXTO
007670         PERFORM 6500-CIFRAR-TEXTO THRU 6500-CIFRAR-TEXTO-EXIT
007680         MOVE WRK-TEXTO (1:3) TO WRK-CEP-SUFIXO
007690         MOVE WRK-CEP TO CLI-CEP
007700     END-IF.
007710     IF CLI-TELEFONE IS NUMERIC AND CLI-TELEFONE NOT = ZEROS
007720         MOVE CLI-TELEFONE TO WRK-TELEFONE
007730         MOVE WRK-FONE-NUMERO TO WRK-TEXTO
007740         MOVE 9 TO WRK-TAM-TEXTO
007750         PERFORM 6500-CIFRAR-TEXTO THRU 6500-CIFRAR-TEXTO-EXIT
007760         MOVE WRK-TEXTO (1:9) TO WRK-FONE-NUMERO
007770         MOVE WRK-TELEFONE TO CLI-TELEFONE
007780     END-IF.
007790     IF CLI-EMAIL NOT = SPACES
007800         MOVE ZEROS TO WRK-TAM-LOCAL
007810         INSPECT CLI-EMAIL TALLYING WRK-TAM-LOCAL
007820                 FOR CHARACTERS BEFORE INITIAL "@"
007830         IF WRK-TAM-LOCAL > 16
007840             MOVE 16 TO WRK-TAM-LOCAL
007850         END-IF
007860         MOVE "TESTE" TO WRK-EMAIL-LOCAL
007870         IF WRK-TAM-LOCAL > ZEROS
007880             MOVE CLI-EMAIL TO WRK-TEXTO
007890             MOVE WRK-TAM-LOCAL TO WRK-TAM-TEXTO
007900             PERFORM 6500-CIFRAR-TEXTO THRU 6500-CIFRAR-TEXTO-EXIT
007910             MOVE WRK-TEXTO (1:WRK-TAM-LOCAL) TO WRK-EMAIL-LOCAL
007920         END-IF
007930         MOVE SPACES TO CLI-EMAIL
007940         STRING WRK-EMAIL-LOCAL DELIMITED BY SPACE
007950                "@TESTE.INVALID" DELIMITED BY SIZE
007960                INTO CLI-EMAIL
007970         END-STRING
007980     END-IF.
007990 3200-MASCARAR-CONTATOS-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------*
008030* 3300-DESLOCAR-SALDOS - SALDO E ACUMULADOS DO ANO PELO    *
008040*                 PERCENTUAL DA CONTA; O SALDO ANTES E     *
008050*                 DEPOIS ENTRA NO TOTAL DA AGENCIA E MOEDA *
008060*----------------------------------------------------------*
008070 3300-DESLOCAR-SALDOS.
008080     PERFORM 3500-CALCULAR-PERCENTUAL
008090             THRU 3500-CALCULAR-PERCENTUAL-EXIT.
008100     MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA.
008110     PERFORM 5900-ACHAR-AGENCIA THRU 5900-ACHAR-AGENCIA-EXIT.
008120     EVALUATE TRUE
008130         WHEN MOEDA-DOLAR
008140             MOVE 2 TO WRK-IDX-MOEDA
008150         WHEN MOEDA-EURO
008160             MOVE 3 TO WRK-IDX-MOEDA
008170         WHEN OTHER
008180             MOVE 1 TO WRK-IDX-MOEDA
008190     END-EVALUATE.
008200     IF WRK-IDX-AG NOT = ZEROS
008210         ADD CLI-SALDO
008220             TO TAB-AG-CLI-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
008230     END-IF.
008240     MOVE CLI-SALDO TO WRK-VALOR.
008250     PERFORM 3600-DESLOCAR-VALOR THRU 3600-DESLOCAR-VALOR-EXIT.
008260     ADD WRK-DESLOC-SALDO TO CLI-SALDO.
008270     IF WRK-IDX-AG NOT = ZEROS
008280         ADD CLI-SALDO
008290             TO TAB-AG-CLI-MASC (WRK-IDX-AG WRK-IDX-MOEDA)
008300     END-IF.
008310     MOVE CLI-SALDO-GANHO-ANO TO WRK-VALOR.
008320     PERFORM 3600-DESLOCAR-VALOR THRU 3600-DESLOCAR-VALOR-EXIT.
008330     ADD WRK-DESLOC-SALDO TO CLI-SALDO-GANHO-ANO.
008340     MOVE CLI-JUROS-ACUMULADO TO WRK-VALOR.
008350     PERFORM 3600-DESLOCAR-VALOR THRU 3600-DESLOCAR-VALOR-EXIT.
008360     ADD WRK-DESLOC-SALDO TO CLI-JUROS-ACUMULADO.
008370     MOVE CLI-IRRF-ANO TO WRK-VALOR.
008380     PERFORM 3600-DESLOCAR-VALOR THRU 3600-DESLOCAR-VALOR-EXIT.
008390     ADD WRK-DESLOC-SALDO TO CLI-IRRF-ANO.
008400 3300-DESLOCAR-SALDOS-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------*
008440* 3500-CALCULAR-PERCENTUAL - PERCENTUAL DE -9 A +9, SEM O  *
008450*                 ZERO, DO NUMERO DA CONTA (CLI-ID) E DA   *
008460*                 CHAVE                                    *
008470*----------------------------------------------------------*
008480 3500-CALCULAR-PERCENTUAL.
008490     COMPUTE WRK-PRODUTO = CLI-ID * 7 + WRK-CHAVE.
008500     DIVIDE WRK-PRODUTO BY 19 GIVING WRK-QUOCIENTE
008510             REMAINDER WRK-RESTO-PERC.
008520     COMPUTE WRK-PERCENTUAL = WRK-RESTO-PERC - 9.
008530     IF WRK-PERCENTUAL = ZEROS
008540         MOVE 5 TO WRK-PERCENTUAL
008550     END-IF.
008560 3500-CALCULAR-PERCENTUAL-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------*
008600* 3600-DESLOCAR-VALOR - WRK-DESLOC-SALDO = WRK-VALOR VEZES *
008610*                 O PERCENTUAL, ARREDONDADO (O SINAL DO    *
008620*                 SALDO NAO MUDA)                          *
008630*----------------------------------------------------------*
008640 3600-DESLOCAR-VALOR.
008650     COMPUTE WRK-DESLOC-SALDO ROUNDED =
008660             WRK-VALOR * WRK-PERCENTUAL / 100.
008670 3600-DESLOCAR-VALOR-EXIT.
008680     EXIT.
008690
008700*----------------------------------------------------------*
008710* 4000-MASCARAR-TITULARES - NOME E DOCUMENTO DE CADA       *
008720*                 TITULAR ADICIONAL DA COPIA DE TESTE      *
008730*----------------------------------------------------------*
008740 4000-MASCARAR-TITULARES.
008750     READ TITULARES NEXT RECORD
008760         AT END
008770             SET FIM-TITULARES TO TRUE
008780             GO TO 4000-MASCARAR-TITULARES-EXIT
008790     END-READ.
008800     ADD 1 TO WRK-CONT-TITULARES.
008810     MOVE "CLITITU " TO SRT-ARQUIVO.
008820     MOVE TIT-CLI-ID TO SRT-CLIENTE.
008830     MOVE TIT-DOCUMENTO TO WRK-DOC-ORIGINAL.
008840     MOVE TIT-TIPO-DOC  TO WRK-DOC-TIPO.
008850     PERFORM 4500-TROCAR-DOCUMENTO
008860             THRU 4500-TROCAR-DOCUMENTO-EXIT.
008870     MOVE WRK-DOC-TRABALHO TO TIT-DOCUMENTO.
008880     MOVE TIT-NOME TO WRK-TEXTO.
008890     MOVE 20 TO WRK-TAM-TEXTO.
008900     PERFORM 6500-CIFRAR-TEXTO THRU 6500-CIFRAR-TEXTO-EXIT.
008910     MOVE WRK-TEXTO TO TIT-NOME.
008920     REWRITE TIT-REGISTRO
008930         INVALID KEY
008940             DISPLAY "CLIMASK: ERRO AO REGRAVAR TITULAR "
008950                     TIT-CHAVE " - STATUS " FS-TITULARES
008960             ADD 1 TO WRK-CONT-ERROS-GRAV
008970     END-REWRITE.
008980 4000-MASCARAR-TITULARES-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------*
009020* 4500-TROCAR-DOCUMENTO - LIBERA O DOCUMENTO ORIGINAL PARA *
009030*                 A CONFERENCIA E DEVOLVE EM               *
009040*                 WRK-DOC-TRABALHO O DOCUMENTO FALSO: A    *
009050*                 BASE DO CPF (9 DIGITOS) OU A RAIZ DO     *
009060*                 CNPJ (8 DIGITOS, A FILIAL FICA) PASSA    *
009070*                 POR UMA TROCA UM-PARA-UM PELA CHAVE E OS *
009080*                 DIGITOS VERIFICADORES SAO RECALCULADOS.  *
009090*                 TIPO DESCONHECIDO: CPF SE COUBER EM 11   *
009100*                 DIGITOS                                  *
009110*----------------------------------------------------------*
009120 4500-TROCAR-DOCUMENTO.
009130     MOVE WRK-DOC-ORIGINAL TO WRK-DOC-TRABALHO.
009140     IF WRK-DOC-ORIGINAL = ZEROS
009150         GO TO 4500-TROCAR-DOCUMENTO-EXIT
009160     END-IF.
009170     MOVE WRK-DOC-ORIGINAL TO SRT-DOCUMENTO.
009180     SET SRT-ORIGINAL TO TRUE.
009190     RELEASE SRT-REGISTRO.
009200     ADD 1 TO WRK-CONT-ORIGINAIS.
009210     IF WRK-DOC-TIPO NOT = "F" AND WRK-DOC-TIPO NOT = "J"
009220         IF WRK-CPF-ZEROS = ZEROS
009230             MOVE "F" TO WRK-DOC-TIPO
009240         ELSE
009250             MOVE "J" TO WRK-DOC-TIPO
009260         END-IF
009270     END-IF.
009280     IF WRK-DOC-TIPO = "F"
009290         COMPUTE WRK-PRODUTO = WRK-CPF-BASE * WRK-MULT-CPF
009300                 + WRK-CHAVE
009310         DIVIDE WRK-PRODUTO BY 1000000000 GIVING WRK-QUOCIENTE
009320                 REMAINDER WRK-CPF-BASE
009330         MOVE ZEROS TO WRK-CPF-ZEROS
009340         MOVE 1  TO WRK-OFFSET-PESO
009350         MOVE 4  TO WRK-POS-INICIAL
009360         MOVE 9  TO WRK-QTD-DIGITOS
009370         PERFORM 4600-CALCULAR-DIGITO
009380                 THRU 4600-CALCULAR-DIGITO-EXIT
009390         MOVE WRK-DIGITO-CALC TO WRK-DOC-DIGITO (13)
009400         MOVE 10 TO WRK-OFFSET-PESO
009410         MOVE 10 TO WRK-QTD-DIGITOS
009420         PERFORM 4600-CALCULAR-DIGITO
009430                 THRU 4600-CALCULAR-DIGITO-EXIT
009440         MOVE WRK-DIGITO-CALC TO WRK-DOC-DIGITO (14)
009450     ELSE
009460         COMPUTE WRK-PRODUTO = WRK-CNPJ-RAIZ * WRK-MULT-CNPJ
009470                 + WRK-SOMA-CNPJ
009480         DIVIDE WRK-PRODUTO BY 100000000 GIVING WRK-QUOCIENTE
009490                 REMAINDER WRK-CNPJ-RAIZ
009500         MOVE 20 TO WRK-OFFSET-PESO
009510         MOVE 1  TO WRK-POS-INICIAL
009520         MOVE 12 TO WRK-QTD-DIGITOS
009530         PERFORM 4600-CALCULAR-DIGITO
009540                 THRU 4600-CALCULAR-DIGITO-EXIT
009550         MOVE WRK-DIGITO-CALC TO WRK-DOC-DIGITO (13)
009560         MOVE 32 TO WRK-OFFSET-PESO
009570         MOVE 13 TO WRK-QTD-DIGITOS
009580         PERFORM 4600-CALCULAR-DIGITO
009590                 THRU 4600-CALCULAR-DIGITO-EXIT
009600         MOVE WRK-DIGITO-CALC TO WRK-DOC-DIGITO (14)
009610     END-IF.
009620     ADD 1 TO WRK-CONT-GERADOS.
009630     CALL "DOCVALID" USING WRK-DOC-TRABALHO WRK-DOC-TIPO
009640             WRK-DOC-VALIDO.
009650     IF DOCUMENTO-COM-ERRO
009660         DISPLAY "CLIMASK: DOCUMENTO GERADO RECUSADO PELO "
009670                 "DOCVALID"
009680                 " - " SRT-ARQUIVO " CLIENTE " SRT-CLIENTE
009690         ADD 1 TO WRK-CONT-REJEITADOS
009700     END-IF.
009710 4500-TROCAR-DOCUMENTO-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------*
009750* 4600-CALCULAR-DIGITO - SOMA OS DIGITOS PELOS PESOS E     *
009760*                 APLICA O MODULO 11, COMO O DOCVALID      *
009770*----------------------------------------------------------*
009780 4600-CALCULAR-DIGITO.
009790     MOVE ZEROS TO WRK-SOMA.
009800     PERFORM 4650-SOMAR-UM-DIGITO THRU 4650-SOMAR-UM-DIGITO-EXIT
009810             VARYING WRK-IDX FROM 1 BY 1
009820             UNTIL WRK-IDX > WRK-QTD-DIGITOS.
009830     DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOC-DV
009840             REMAINDER WRK-RESTO.
009850     IF WRK-RESTO < 2
009860         MOVE 0 TO WRK-DIGITO-CALC
009870     ELSE
009880         COMPUTE WRK-DIGITO-CALC = 11 - WRK-RESTO
009890     END-IF.
009900 4600-CALCULAR-DIGITO-EXIT.
009910     EXIT.
009920
009930 4650-SOMAR-UM-DIGITO.
009940     COMPUTE WRK-POS-ATUAL = WRK-POS-INICIAL + WRK-IDX - 1.
009950     COMPUTE WRK-IDX-PESO  = WRK-OFFSET-PESO + WRK-IDX - 1.
009960     COMPUTE WRK-SOMA = WRK-SOMA
009970             + (WRK-DOC-DIGITO (WRK-POS-ATUAL)
009980             * WRK-PESO (WRK-IDX-PESO)).
009990 4650-SOMAR-UM-DIGITO-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------*
010030* 5000-MASCARAR-REFERENCIA - COPIA CADA ENTRADA DO CLIXREF *
010040*                 DE PRODUCAO COM O DOCUMENTO FALSO E O    *
010050*                 NOME CIFRADO. O TIPO DO DOCUMENTO VEM DA *
010060*                 CONTA (SEQ 00) OU DO TITULAR ADICIONAL;  *
010070*                 DA CONTA EXPURGADA, VEM DO CLIENCER      *
010080*----------------------------------------------------------*
010090 5000-MASCARAR-REFERENCIA.
010100     READ REFERENCIA-PRODUCAO NEXT RECORD INTO XRF-REGISTRO
010110         AT END
010120             SET FIM-REFERENCIA TO TRUE
010130             GO TO 5000-MASCARAR-REFERENCIA-EXIT
010140     END-READ.
010150     MOVE SPACES TO WRK-DOC-TIPO.
010160     IF XRF-SEQ = ZEROS
010170         MOVE XRF-CLI-ID TO CLI-ID
010180         READ CLIENTES-MASTER
010190             INVALID KEY
010200                 PERFORM 5100-TIPO-CONTA-EXPURGADA
010210                         THRU 5100-TIPO-CONTA-EXPURGADA-EXIT
010220             NOT INVALID KEY
010230                 MOVE CLI-TIPO-DOC TO WRK-DOC-TIPO
010240         END-READ
010250     ELSE
010260         IF TITULARES-DISPONIVEL
010270             MOVE XRF-CLI-ID TO TIT-CLI-ID
010280             MOVE XRF-SEQ    TO TIT-SEQ
010290             READ TITULARES
010300                 INVALID KEY
010310                     CONTINUE
010320                 NOT INVALID KEY
010330                     MOVE TIT-TIPO-DOC TO WRK-DOC-TIPO
010340             END-READ
010350         END-IF
010360     END-IF.
010370     MOVE "CLIXREF " TO SRT-ARQUIVO.
010380     MOVE XRF-CLI-ID TO SRT-CLIENTE.
010390     MOVE XRF-DOCUMENTO TO WRK-DOC-ORIGINAL.
010400     PERFORM 4500-TROCAR-DOCUMENTO
010410             THRU 4500-TROCAR-DOCUMENTO-EXIT.
010420     MOVE WRK-DOC-TRABALHO TO XRF-DOCUMENTO.
010430     MOVE XRF-NOME TO WRK-TEXTO.
010440     MOVE 20 TO WRK-TAM-TEXTO.
010450     PERFORM 6500-CIFRAR-TEXTO THRU 6500-CIFRAR-TEXTO-EXIT.
010460     MOVE WRK-TEXTO TO XRF-NOME.
010470     WRITE XRF-REGISTRO
010480         INVALID KEY
010490             DISPLAY "CLIMASK: ERRO AO GRAVAR CLIXREF - CLIENTE "
010500                     XRF-CLI-ID " - STATUS " FS-REFERENCIA
010510             ADD 1 TO WRK-CONT-ERROS-GRAV
010520             GO TO 5000-MASCARAR-REFERENCIA-EXIT
010530     END-WRITE.
010540     ADD 1 TO WRK-CONT-REFERENCIAS.
010550 5000-MASCARAR-REFERENCIA-EXIT.
010560     EXIT.
010570
010580*----------------------------------------------------------*
010590* 5100-TIPO-CONTA-EXPURGADA - ENTRADA SEQ 00 DE CONTA QUE  *
010600*                 NAO ESTA MAIS NO MESTRE: O TIPO DO       *
010610*                 DOCUMENTO VEM DO REGISTRO DA CONTA NO    *
010620*                 CLIENCER. SEM ELE, FICA A REGRA DO 4500  *
010630*                 E A ENTRADA E CONTADA NO RELMASK         *
010640*----------------------------------------------------------*
010650 5100-TIPO-CONTA-EXPURGADA.
010660     IF NOT ARQUIVO-ENC-OK
010670         ADD 1 TO WRK-CONT-REF-SEM-TIPO
010680         GO TO 5100-TIPO-CONTA-EXPURGADA-EXIT
010690     END-IF.
010700     MOVE XRF-CLI-ID TO ENC-CLI-ID.
010710     READ ENCERRADAS
010720         INVALID KEY
010730             DISPLAY "CLIMASK: CLIXREF APONTA CONTA FORA DO "
010740                     "CLIMSTR E DO CLIENCER - CLIENTE " XRF-CLI-ID
010750             ADD 1 TO WRK-CONT-REF-SEM-TIPO
010760             GO TO 5100-TIPO-CONTA-EXPURGADA-EXIT
010770     END-READ.
010780     MOVE ENC-TIPO-DOC TO WRK-DOC-TIPO.
010790     ADD 1 TO WRK-CONT-REF-EXPURGADA.
010800 5100-TIPO-CONTA-EXPURGADA-EXIT.
010810     EXIT.
010820
010830*----------------------------------------------------------*
010840* 5800-GRAVAR-GLINTF - UMA AGENCIA DO GLINTF MASCARADO:    *
010850*                 TOTAL ORIGINAL MAIS O DESLOCAMENTO DAS   *
010860*                 CONTAS DA AGENCIA EM CADA MOEDA          *
010870*----------------------------------------------------------*
010880 5800-GRAVAR-GLINTF.
010890     MOVE TAB-AG-AGENCIA (WRK-IDX-AG) TO WRK-GLS-AGENCIA.
010900     PERFORM 5850-TOTAL-MASCARADO THRU 5850-TOTAL-MASCARADO-EXIT
010910             VARYING WRK-IDX-MOEDA FROM 1 BY 1
010920             UNTIL WRK-IDX-MOEDA > 3.
010930     WRITE GLM-REGISTRO FROM WRK-GL-SAIDA.
010940     ADD 1 TO WRK-CONT-GL.
010950 5800-GRAVAR-GLINTF-EXIT.
010960     EXIT.
010970
010980 5850-TOTAL-MASCARADO.
010990     COMPUTE WRK-GLS-TOTAL (WRK-IDX-MOEDA) =
011000             TAB-AG-GL-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
011010             + TAB-AG-CLI-MASC (WRK-IDX-AG WRK-IDX-MOEDA)
011020             - TAB-AG-CLI-ORIG (WRK-IDX-AG WRK-IDX-MOEDA).
011030 5850-TOTAL-MASCARADO-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------*
011070* 5900-ACHAR-AGENCIA - PROCURA WRK-AGENCIA-BUSCA NA TABELA *
011080*                 E INCLUI A AGENCIA SE FOR NOVA (COMO NO  *
011090*                 CLIRECON); ZERO SE A TABELA ENCHER       *
011100*----------------------------------------------------------*
011110 5900-ACHAR-AGENCIA.
011120     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
011130     PERFORM 5950-CONFERIR-AGENCIA THRU 5950-CONFERIR-AGENCIA-EXIT
011140             VARYING WRK-IDX-AG FROM 1 BY 1
011150             UNTIL WRK-IDX-AG > WRK-QTD-AG.
011160     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
011170     IF WRK-IDX-AG = ZEROS
011180         IF WRK-QTD-AG >= WRK-MAX-AG
011190             DISPLAY "CLIMASK: TABELA DE AGENCIAS CHEIA - "
011200                     "AGENCIA " WRK-AGENCIA-BUSCA
011210                     " FORA DO GLINTF"
011220             GO TO 5900-ACHAR-AGENCIA-EXIT
011230         END-IF
011240         ADD 1 TO WRK-QTD-AG
011250         MOVE WRK-QTD-AG TO WRK-IDX-AG
011260         MOVE WRK-AGENCIA-BUSCA TO TAB-AG-AGENCIA (WRK-IDX-AG)
011270         PERFORM 5960-ZERAR-MOEDA THRU 5960-ZERAR-MOEDA-EXIT
011280                 VARYING WRK-IDX-MOEDA FROM 1 BY 1
011290                 UNTIL WRK-IDX-MOEDA > 3
011300     END-IF.
011310 5900-ACHAR-AGENCIA-EXIT.
011320     EXIT.
011330
011340 5950-CONFERIR-AGENCIA.
011350     IF TAB-AG-AGENCIA (WRK-IDX-AG) = WRK-AGENCIA-BUSCA
011360         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
011370     END-IF.
011380 5950-CONFERIR-AGENCIA-EXIT.
011390     EXIT.
011400
011410 5960-ZERAR-MOEDA.
011420     MOVE ZEROS TO TAB-AG-GL-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
011430                   TAB-AG-CLI-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
011440                   TAB-AG-CLI-MASC (WRK-IDX-AG WRK-IDX-MOEDA).
011450 5960-ZERAR-MOEDA-EXIT.
011460     EXIT.
011470
011480*----------------------------------------------------------*
011490* 6000-LIBERAR-COPIA - RELE A COPIA JA GRAVADA (CLIMSTR,   *
011500*                 CLITITU E CLIXREF DE TESTE) E LIBERA     *
011510*                 CADA DOCUMENTO QUE FICOU NELA, PARA A    *
011520*                 CONFERENCIA SER FEITA SOBRE A SAIDA REAL.*
011530*                 NA RELEITURA DO MESTRE GRAVA O CLIXNOM   *
011540*                 DE TESTE, COM O NOME JA MASCARADO        *
011550*----------------------------------------------------------*
011560 6000-LIBERAR-COPIA.
011570     SET SRT-MASCARADO TO TRUE.
011580     CLOSE CLIENTES-MASTER.
011590     OPEN INPUT CLIENTES-MASTER.
011600     MOVE "N" TO WRK-FIM-MESTRE.
011610     PERFORM 6100-LIBERAR-MESTRE THRU 6100-LIBERAR-MESTRE-EXIT
011620             UNTIL FIM-ARQUIVO-CLIENTES.
011630     CLOSE CLIENTES-MASTER NOMES-AGENCIA.
011640     IF TITULARES-DISPONIVEL
011650         CLOSE TITULARES
011660         OPEN INPUT TITULARES
011670         MOVE "N" TO WRK-FIM-TIT
011680         PERFORM 6200-LIBERAR-TITULAR
011690                 THRU 6200-LIBERAR-TITULAR-EXIT
011700                 UNTIL FIM-TITULARES
011710         CLOSE TITULARES
011720     END-IF.
011730     CLOSE REFERENCIA.
011740     OPEN INPUT REFERENCIA.
011750     MOVE "N" TO WRK-FIM-XREF.
011760     PERFORM 6300-LIBERAR-REFERENCIA
011770             THRU 6300-LIBERAR-REFERENCIA-EXIT
011780             UNTIL FIM-REFERENCIA.
011790     CLOSE REFERENCIA.
011800 6000-LIBERAR-COPIA-EXIT.
011810     EXIT.
011820
011830 6100-LIBERAR-MESTRE.
011840     READ CLIENTES-MASTER NEXT RECORD
011850         AT END
011860             SET FIM-ARQUIVO-CLIENTES TO TRUE
011870             GO TO 6100-LIBERAR-MESTRE-EXIT
011880     END-READ.
011890     MOVE "CLIMSTR " TO SRT-ARQUIVO.
011900     MOVE CLI-ID     TO SRT-CLIENTE.
011910     MOVE CLI-DOCUMENTO TO SRT-DOCUMENTO.
011920     PERFORM 6400-LIBERAR-MASCARADO
011930             THRU 6400-LIBERAR-MASCARADO-EXIT.
011940     IF CLI-RESP-CPF IS NUMERIC
011950         MOVE CLI-RESP-CPF TO SRT-DOCUMENTO
011960         PERFORM 6400-LIBERAR-MASCARADO
011970                 THRU 6400-LIBERAR-MASCARADO-EXIT
011980     END-IF.
011990     PERFORM 6150-GRAVAR-NOME-AGENCIA
012000             THRU 6150-GRAVAR-NOME-AGENCIA-EXIT.
012010 6100-LIBERAR-MESTRE-EXIT.
012020     EXIT.
012030
012040*----------------------------------------------------------*
012050* 6150-GRAVAR-NOME-AGENCIA - ENTRADA AGENCIA X NOME DA     *
012060*                 CONTA, COMO O CLIXREFB MONTA O CLIXNOM   *
012070*----------------------------------------------------------*
012080 6150-GRAVAR-NOME-AGENCIA.
012090     MOVE CLI-AGENCIA TO XNM-AGENCIA.
012100     MOVE CLI-NOME    TO XNM-NOME.
012110     MOVE CLI-ID      TO XNM-CLI-ID.
012120     WRITE XNM-REGISTRO
012130         INVALID KEY
012140             DISPLAY "CLIMASK: ERRO AO GRAVAR CLIXNOM - CLIENTE "
012150                     CLI-ID " - STATUS " FS-NOMES-AGENCIA
012160             ADD 1 TO WRK-CONT-ERROS-GRAV
012170             GO TO 6150-GRAVAR-NOME-AGENCIA-EXIT
012180     END-WRITE.
012190     ADD 1 TO WRK-CONT-NOMES.
012200 6150-GRAVAR-NOME-AGENCIA-EXIT.
012210     EXIT.
012220
012230 6200-LIBERAR-TITULAR.
012240     READ TITULARES NEXT RECORD
012250         AT END
012260             SET FIM-TITULARES TO TRUE
012270             GO TO 6200-LIBERAR-TITULAR-EXIT
012280     END-READ.
012290     MOVE "CLITITU " TO SRT-ARQUIVO.
012300     MOVE TIT-CLI-ID TO SRT-CLIENTE.
012310     MOVE TIT-DOCUMENTO TO SRT-DOCUMENTO.
012320     PERFORM 6400-LIBERAR-MASCARADO
012330             THRU 6400-LIBERAR-MASCARADO-EXIT.
012340 6200-LIBERAR-TITULAR-EXIT.
012350     EXIT.
012360
012370 6300-LIBERAR-REFERENCIA.
012380     READ REFERENCIA NEXT RECORD
012390         AT END
012400             SET FIM-REFERENCIA TO TRUE
012410             GO TO 6300-LIBERAR-REFERENCIA-EXIT
012420     END-READ.
012430     MOVE "CLIXREF " TO SRT-ARQUIVO.
012440     MOVE XRF-CLI-ID TO SRT-CLIENTE.
012450     MOVE XRF-DOCUMENTO TO SRT-DOCUMENTO.
012460     PERFORM 6400-LIBERAR-MASCARADO
012470             THRU 6400-LIBERAR-MASCARADO-EXIT.
012480 6300-LIBERAR-REFERENCIA-EXIT.
012490     EXIT.
012500
012510 6400-LIBERAR-MASCARADO.
012520     IF SRT-DOCUMENTO NOT = ZEROS
012530         SET SRT-MASCARADO TO TRUE
012540         RELEASE SRT-REGISTRO
012550         ADD 1 TO WRK-CONT-MASCARADOS
012560     END-IF.
012570 6400-LIBERAR-MASCARADO-EXIT.
012580     EXIT.
012590
012600*----------------------------------------------------------*
012610* 6500-CIFRAR-TEXTO - CIFRA AS WRK-TAM-TEXTO PRIMEIRAS     *
012620*                 POSICOES DE WRK-TEXTO (LETRAS EM         *
012630*                 MAIUSCULAS; BRANCOS E SINAIS FICAM)      *
012640*----------------------------------------------------------*
012650 6500-CIFRAR-TEXTO.
012660     INSPECT WRK-TEXTO CONVERTING "abcdefghijklmnopqrstuvwxyz"
012670                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012680     MOVE ZEROS TO WRK-LETRA-ANTERIOR.
012690     PERFORM 6550-CIFRAR-CARACTER THRU 6550-CIFRAR-CARACTER-EXIT
012700             VARYING WRK-IDX-TEXTO FROM 1 BY 1
012710             UNTIL WRK-IDX-TEXTO > WRK-TAM-TEXTO.
012720 6500-CIFRAR-TEXTO-EXIT.
012730     EXIT.
012740
012750 6550-CIFRAR-CARACTER.
012760     DIVIDE WRK-IDX-TEXTO BY 9 GIVING WRK-QUOC-TEXTO
012770             REMAINDER WRK-POS-CHAVE.
012780     ADD 1 TO WRK-POS-CHAVE.
012790     MOVE ZEROS TO WRK-IDX-ACHADO.
012800     PERFORM 6600-PROCURAR-LETRA THRU 6600-PROCURAR-LETRA-EXIT
012810             VARYING WRK-IDX-BUSCA FROM 1 BY 1
012820             UNTIL WRK-IDX-BUSCA > 26
012830                OR WRK-IDX-ACHADO NOT = ZEROS.
012840     IF WRK-IDX-ACHADO NOT = ZEROS
012850         COMPUTE WRK-DESLOCAMENTO = WRK-IDX-ACHADO - 1
012860                 + WRK-CHAVE-DIG (WRK-POS-CHAVE)
012870                 + WRK-LETRA-ANTERIOR + WRK-IDX-TEXTO
012880         DIVIDE WRK-DESLOCAMENTO BY 26 GIVING WRK-QUOC-TEXTO
012890                 REMAINDER WRK-NOVA-POS
012900         MOVE WRK-LETRA (WRK-NOVA-POS + 1)
012910                 TO WRK-TEXTO-CAR (WRK-IDX-TEXTO)
012920         MOVE WRK-IDX-ACHADO TO WRK-LETRA-ANTERIOR
012930         GO TO 6550-CIFRAR-CARACTER-EXIT
012940     END-IF.
012950     MOVE ZEROS TO WRK-LETRA-ANTERIOR.
012960     PERFORM 6650-PROCURAR-ALGARISMO
012970             THRU 6650-PROCURAR-ALGARISMO-EXIT
012980             VARYING WRK-IDX-BUSCA FROM 1 BY 1
012990             UNTIL WRK-IDX-BUSCA > 10
013000                OR WRK-IDX-ACHADO NOT = ZEROS.
013010     IF WRK-IDX-ACHADO NOT = ZEROS
013020         COMPUTE WRK-DESLOCAMENTO = WRK-IDX-ACHADO - 1
013030                 + WRK-CHAVE-DIG (WRK-POS-CHAVE) + WRK-IDX-TEXTO
013040         DIVIDE WRK-DESLOCAMENTO BY 10 GIVING WRK-QUOC-TEXTO
013050                 REMAINDER WRK-NOVA-POS
013060         MOVE WRK-ALGARISMO (WRK-NOVA-POS + 1)
013070                 TO WRK-TEXTO-CAR (WRK-IDX-TEXTO)
013080     END-IF.
013090 6550-CIFRAR-CARACTER-EXIT.
013100     EXIT.
013110
013120 6600-PROCURAR-LETRA.
013130     IF WRK-LETRA (WRK-IDX-BUSCA) = WRK-TEXTO-CAR (WRK-IDX-TEXTO)
013140         MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
013150     END-IF.
013160 6600-PROCURAR-LETRA-EXIT.
013170     EXIT.
013180
013190 6650-PROCURAR-ALGARISMO.
013200     IF WRK-ALGARISMO (WRK-IDX-BUSCA)
013210             = WRK-TEXTO-CAR (WRK-IDX-TEXTO)
013220         MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
013230     END-IF.
013240 6650-PROCURAR-ALGARISMO-EXIT.
013250     EXIT.
013260
013270*----------------------------------------------------------*
013280* 7000-CONFERIR-DOCUMENTOS - SAIDA DA CLASSIFICACAO, POR   *
013290*                 DOCUMENTO E ORIGEM ("M" ANTES DE "O"):   *
013300*                 UM DOCUMENTO DA COPIA SEGUIDO DO MESMO   *
013310*                 DOCUMENTO ORIGINAL E UM VAZAMENTO. CONTA *
013320*                 TAMBEM OS DOCUMENTOS DISTINTOS DE CADA   *
013330*                 LADO, QUE TEM DE SER IGUAIS              *
013340*----------------------------------------------------------*
013350 7000-CONFERIR-DOCUMENTOS.
013360     MOVE "N" TO WRK-FIM-CLASSIF WRK-TEM-ANTERIOR.
013370     MOVE "1. CONFERENCIA DOS DOCUMENTOS" TO REL-SEC-TEXTO.
013380     WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 2 LINES.
013390     PERFORM 7100-CONFERIR-VIZINHO THRU 7100-CONFERIR-VIZINHO-EXIT
013400             UNTIL FIM-CLASSIFICACAO.
013410 7000-CONFERIR-DOCUMENTOS-EXIT.
013420     EXIT.
013430
013440 7100-CONFERIR-VIZINHO.
013450     RETURN CLASSIFICACAO
013460         AT END
013470             SET FIM-CLASSIFICACAO TO TRUE
013480             GO TO 7100-CONFERIR-VIZINHO-EXIT
013490     END-RETURN.
013500     IF NOT TEM-REGISTRO-ANTERIOR
013510             OR SRT-DOCUMENTO NOT = ANT-DOCUMENTO
013520             OR SRT-ORIGEM NOT = ANT-ORIGEM
013530         IF SRT-ORIGINAL
013540             ADD 1 TO WRK-CONT-DIST-ORIG
013550         ELSE
013560             ADD 1 TO WRK-CONT-DIST-MASC
013570         END-IF
013580     END-IF.
013590     IF TEM-REGISTRO-ANTERIOR
013600             AND SRT-DOCUMENTO = ANT-DOCUMENTO
013610             AND SRT-ORIGINAL AND ANT-MASCARADO
013620         MOVE ANT-ARQUIVO TO REL-VAZ-ARQUIVO
013630         MOVE ANT-CLIENTE TO REL-VAZ-CLIENTE
013640         WRITE REL-LINHA FROM REL-VAZAMENTO AFTER ADVANCING 1 LINE
013650         ADD 1 TO WRK-CONT-VAZAMENTOS
013660     END-IF.
013670     MOVE SRT-REGISTRO TO WRK-ANTERIOR.
013680     SET TEM-REGISTRO-ANTERIOR TO TRUE.
013690 7100-CONFERIR-VIZINHO-EXIT.
013700     EXIT.
013710
013720*----------------------------------------------------------*
013730* 8000-IMPRIMIR-RESUMO - QUANTIDADES, CONCILIACAO POR      *
013740*                 AGENCIA E O RESULTADO DA CONFERENCIA     *
013750*----------------------------------------------------------*
013760 8000-IMPRIMIR-RESUMO.
013770     MOVE "DOCUMENTOS ORIGINAIS LIDOS" TO REL-ROD-ROTULO.
013780     MOVE WRK-CONT-ORIGINAIS TO REL-ROD-VALOR.
013790     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
013800     MOVE "DOCUMENTOS RELIDOS NA COPIA" TO REL-ROD-ROTULO.
013810     MOVE WRK-CONT-MASCARADOS TO REL-ROD-VALOR.
013820     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
013830     MOVE "DOCUMENTOS ORIGINAIS DISTINTOS" TO REL-ROD-ROTULO.
013840     MOVE WRK-CONT-DIST-ORIG TO REL-ROD-VALOR.
013850     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
013860     MOVE "DOCUMENTOS MASCARADOS DISTINTOS" TO REL-ROD-ROTULO.
013870     MOVE WRK-CONT-DIST-MASC TO REL-ROD-VALOR.
013880     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
013890     MOVE "DOCUMENTOS ORIGINAIS NA COPIA" TO REL-ROD-ROTULO.
013900     MOVE WRK-CONT-VAZAMENTOS TO REL-ROD-VALOR.
013910     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
013920     IF WRK-CONT-VAZAMENTOS = ZEROS AND WRK-CONT-ORIGINAIS > ZEROS
013930         MOVE "    NENHUM DOCUMENTO ORIGINAL FICOU NA COPIA"
013940                 TO REL-SEC-TEXTO
013950     ELSE
013960         IF WRK-CONT-VAZAMENTOS > ZEROS
013970             MOVE "    ** COPIA NAO PODE SER LIBERADA"
013980                     TO REL-SEC-TEXTO
013990         ELSE
014000             MOVE "    NENHUM DOCUMENTO NA ENTRADA"
014010                     TO REL-SEC-TEXTO
014020         END-IF
014030     END-IF.
014040     WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE.
014050     IF WRK-CONT-DIST-MASC NOT = WRK-CONT-DIST-ORIG
014060         MOVE "    ** QTD. DE DISTINTOS DIFERE"
014070                 TO REL-SEC-TEXTO
014080         WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE
014090     END-IF.
014100     MOVE "2. ARQUIVOS MASCARADOS" TO REL-SEC-TEXTO.
014110     WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 2 LINES.
014120     MOVE "CONTAS DO CLIMSTR" TO REL-ROD-ROTULO.
014130     MOVE WRK-CONT-MESTRE TO REL-ROD-VALOR.
014140     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014150     MOVE "TITULARES DO CLITITU" TO REL-ROD-ROTULO.
014160     MOVE WRK-CONT-TITULARES TO REL-ROD-VALOR.
014170     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014180     MOVE "REFERENCIAS GRAVADAS NO CLIXREF" TO REL-ROD-ROTULO.
014190     MOVE WRK-CONT-REFERENCIAS TO REL-ROD-VALOR.
014200     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014210     MOVE "  DE CONTA EXPURGADA (TIPO DO CLIENCER)"
014220             TO REL-ROD-ROTULO.
014230     MOVE WRK-CONT-REF-EXPURGADA TO REL-ROD-VALOR.
014240     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014250     MOVE "  DE CONTA FORA DO MESTRE E DO CLIENCER"
014260             TO REL-ROD-ROTULO.
014270     MOVE WRK-CONT-REF-SEM-TIPO TO REL-ROD-VALOR.
014280     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014290     MOVE "ENTRADAS GRAVADAS NO CLIXNOM" TO REL-ROD-ROTULO.
014300     MOVE WRK-CONT-NOMES TO REL-ROD-VALOR.
014310     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014320     MOVE "LINHAS DO CLIAUDIT" TO REL-ROD-ROTULO.
014330     MOVE WRK-CONT-AUDITORIA TO REL-ROD-VALOR.
014340     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014350     MOVE "  DE CONTAS FORA DO MESTRE" TO REL-ROD-ROTULO.
014360     MOVE WRK-CONT-AUD-SEM-CONTA TO REL-ROD-VALOR.
014370     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014380     MOVE "AGENCIAS GRAVADAS NO GLINTF" TO REL-ROD-ROTULO.
014390     MOVE WRK-CONT-GL TO REL-ROD-VALOR.
014400     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014410     MOVE "DOCUMENTOS FALSOS GERADOS" TO REL-ROD-ROTULO.
014420     MOVE WRK-CONT-GERADOS TO REL-ROD-VALOR.
014430     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014440     MOVE "  RECUSADOS PELO DOCVALID" TO REL-ROD-ROTULO.
014450     MOVE WRK-CONT-REJEITADOS TO REL-ROD-VALOR.
014460     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014470     MOVE "ERROS DE GRAVACAO" TO REL-ROD-ROTULO.
014480     MOVE WRK-CONT-ERROS-GRAV TO REL-ROD-VALOR.
014490     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
014500     MOVE "3. CONCILIACAO POR AGENCIA (GLINTF X MESTRE)"
014510             TO REL-SEC-TEXTO.
014520     WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 2 LINES.
014530     WRITE REL-LINHA FROM REL-GL-CABECALHO AFTER ADVANCING 1 LINE.
014540     PERFORM 8100-IMPRIMIR-AGENCIA THRU 8100-IMPRIMIR-AGENCIA-EXIT
014550             VARYING WRK-IDX-AG FROM 1 BY 1
014560             UNTIL WRK-IDX-AG > WRK-QTD-AG.
014570     MOVE "AGENCIA/MOEDA COM DIFERENCA ALTERADA"
014580             TO REL-ROD-ROTULO.
014590     MOVE WRK-CONT-NAO-FECHAM TO REL-ROD-VALOR.
014600     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
014610 8000-IMPRIMIR-RESUMO-EXIT.
014620     EXIT.
014630
014640*----------------------------------------------------------*
014650* 8100-IMPRIMIR-AGENCIA - AS TRES MOEDAS DE UMA AGENCIA    *
014660*----------------------------------------------------------*
014670 8100-IMPRIMIR-AGENCIA.
014680     PERFORM 8150-IMPRIMIR-MOEDA THRU 8150-IMPRIMIR-MOEDA-EXIT
014690             VARYING WRK-IDX-MOEDA FROM 1 BY 1
014700             UNTIL WRK-IDX-MOEDA > 3.
014710 8100-IMPRIMIR-AGENCIA-EXIT.
014720     EXIT.
014730
014740*----------------------------------------------------------*
014750* 8150-IMPRIMIR-MOEDA - UMA LINHA POR MOEDA COM MOVIMENTO: *
014760*                 A DIFERENCA GL MENOS MESTRE DA COPIA TEM *
014770*                 DE SER A MESMA DE PRODUCAO               *
014780*----------------------------------------------------------*
014790 8150-IMPRIMIR-MOEDA.
014800     IF TAB-AG-GL-ORIG (WRK-IDX-AG WRK-IDX-MOEDA) = ZEROS
014810             AND TAB-AG-CLI-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
014820                 = ZEROS
014830             AND TAB-AG-CLI-MASC (WRK-IDX-AG WRK-IDX-MOEDA)
014840                 = ZEROS
014850         GO TO 8150-IMPRIMIR-MOEDA-EXIT
014860     END-IF.
014870     COMPUTE WRK-GL-MASC =
014880             TAB-AG-GL-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
014890             + TAB-AG-CLI-MASC (WRK-IDX-AG WRK-IDX-MOEDA)
014900             - TAB-AG-CLI-ORIG (WRK-IDX-AG WRK-IDX-MOEDA).
014910     COMPUTE WRK-DIF-ORIG =
014920             TAB-AG-GL-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
014930             - TAB-AG-CLI-ORIG (WRK-IDX-AG WRK-IDX-MOEDA).
014940     COMPUTE WRK-DIF-MASC = WRK-GL-MASC
014950             - TAB-AG-CLI-MASC (WRK-IDX-AG WRK-IDX-MOEDA).
014960     MOVE TAB-AG-AGENCIA (WRK-IDX-AG) TO REL-GL-AGENCIA.
014970     MOVE WRK-NOME-MOEDA (WRK-IDX-MOEDA) TO REL-GL-MOEDA.
014980     MOVE TAB-AG-GL-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
014990             TO REL-GL-ORIGINAL.
015000     MOVE TAB-AG-CLI-ORIG (WRK-IDX-AG WRK-IDX-MOEDA)
015010             TO REL-GL-MESTRE-ORIG.
015020     MOVE WRK-GL-MASC TO REL-GL-MASCARADO.
015030     MOVE TAB-AG-CLI-MASC (WRK-IDX-AG WRK-IDX-MOEDA)
015040             TO REL-GL-MESTRE-MASC.
015050     MOVE WRK-DIF-MASC TO REL-GL-DIFERENCA.
015060     IF WRK-DIF-MASC = WRK-DIF-ORIG
015070         MOVE "MESMA DIF." TO REL-GL-SITUACAO
015080     ELSE
015090         MOVE "** ALTERADA" TO REL-GL-SITUACAO
015100         ADD 1 TO WRK-CONT-NAO-FECHAM
015110     END-IF.
015120     WRITE REL-LINHA FROM REL-GL-LINHA AFTER ADVANCING 1 LINE.
015130 8150-IMPRIMIR-MOEDA-EXIT.
015140     EXIT.
015150
015160*----------------------------------------------------------*
015170* 9000-FINALIZAR - RC 12 SE A COPIA NAO PODE SER LIBERADA  *
015180*                 (DOCUMENTO ORIGINAL NA SAIDA, DOCUMENTO  *
015190*                 RECUSADO OU ERRO DE GRAVACAO); RC 4 SE   *
015200*                 DOIS DOCUMENTOS VIRARAM O MESMO          *
015210*----------------------------------------------------------*
015220 9000-FINALIZAR.
015230     CLOSE RELATORIO.
015240     IF WRK-CONT-VAZAMENTOS > ZEROS
015250             OR WRK-CONT-REJEITADOS > ZEROS
015260             OR WRK-CONT-ERROS-GRAV > ZEROS
015270             OR WRK-CONT-NAO-FECHAM > ZEROS
015280         DISPLAY "CLIMASK: COPIA MASCARADA NAO PODE SER LIBERADA "
015290                 "- VER RELMASK"
015300         MOVE 12 TO RETURN-CODE
015310         GO TO 9000-FINALIZAR-EXIT
015320     END-IF.
015330     IF WRK-CONT-DIST-MASC NOT = WRK-CONT-DIST-ORIG
015340         DISPLAY "CLIMASK: DOCUMENTOS DIFERENTES COM O MESMO "
015350                 "DOCUMENTO FALSO - VER RELMASK"
015360         MOVE 4 TO RETURN-CODE
015370     END-IF.
015380     DISPLAY "CLIMASK: " WRK-CONT-MESTRE " CONTAS, "
015390             WRK-CONT-TITULARES " TITULARES, "
015400             WRK-CONT-REFERENCIAS " REFERENCIAS E "
015410             WRK-CONT-AUDITORIA " LINHAS DE AUDITORIA MASCARADAS".
015420 9000-FINALIZAR-EXIT.
015430     EXIT.
015440
015450 9999-EXIT.
015460     STOP RUN.
