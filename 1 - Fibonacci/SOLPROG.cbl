000010******************************************************************
000020* PROGRAM  : SOLPROG                                             *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : GERACAO DOS PEDIDOS DAS ORDENS PERMANENTES. RODA NO *
000070*            INICIO DO SOLJOB, DEPOIS DA RECEPCAO DE LOTES       *
000080*            (SOLLOTE) E ANTES DA CRITICA (SOLEDIT): PERCORRE O  *
000090*            CADASTRO DE ORDENS PERMANENTES (ORDPER, VSAM KSDS,  *
000100*            CHAVE = SOLICITANTE + CODIGO DA ORDEM) E ACRESCENTA *
000110*            AO ARQUIVO ENTRADA O PEDIDO DE CADA ORDEM ATIVA QUE *
000120*            TEM OCORRENCIA NOVA ATE A DATA DE REFERENCIA. A     *
000130*            OCORRENCIA E O ULTIMO DIA AGENDADO ATE ESSA DATA:   *
000140*              D = DIARIA - TODO DIA UTIL                        *
000150*              S = SEMANAL - NO DIA DA SEMANA DA ORDEM           *
000160*                  (1=SEGUNDA A 5=SEXTA); FERIADO ADIA PARA O    *
000170*                  DIA UTIL SEGUINTE                             *
000180*              M = MENSAL - NO N-ESIMO DIA UTIL DO MES (01 A 23; *
000190*                  MES COM MENOS DIAS UTEIS USA O ULTIMO)        *
000200*              F = FIM DE MES - NO ULTIMO DIA UTIL DO MES        *
000210*            DIA UTIL E DE SEGUNDA A SEXTA, FORA DOS FERIADOS DO *
000220*            CALENDARIO (FERIADOS, UMA DATA AAAAMMDD POR         *
000230*            REGISTRO). OCORRENCIA PERDIDA (JOB QUE NAO RODOU)   *
000240*            AINDA E GERADA NA RODADA SEGUINTE, UMA SO VEZ. A    *
000250*            REFERENCIA DO PEDIDO SAI DO PADRAO DA ORDEM, COM A  *
000260*            MARCA AAAAMMDD, AAMMDD OU AAAAMM TROCADA PELA DATA  *
000270*            DA OCORRENCIA. A ORDEM GUARDA A ULTIMA OCORRENCIA   *
000280*            GERADA E NAO GERA A MESMA DUAS VEZES; PEDIDO QUE JA *
000290*            ESTA NA ENTRADA (REEXECUCAO DO PASSO) NAO E GRAVADO *
000300*            DE NOVO. ORDEM COM DATA FIM VENCIDA E MARCADA COMO  *
000310*            EXPIRADA. O RELATORIO (RELPROG) TRAZ CADA ORDEM COM *
000320*            O PEDIDO CRIADO OU O MOTIVO DE NAO TER CRIADO.      *
000330*            PARM (OPCIONAL): DATA DE REFERENCIA AAAAMMDD, NAO   *
000340*            POSTERIOR A HOJE; SEM PARM, A DATA DO SISTEMA.      *
000350*                                                                *
000360*            RETURN-CODES: 0 = NORMAL; 4 = ORDEM COM AGENDA      *
000370*            INVALIDA, CALENDARIO INDISPONIVEL OU TABELA CHEIA;  *
000380*            16 = PARM INVALIDO, ERRO DE ABERTURA DO ORDPER, DA  *
000390*            ENTRADA OU DO RELATORIO, OU ERRO DE GRAVACAO NA     *
000400*            ENTRADA.                                            *
000410******************************************************************
000420* MODIFICATION HISTORY                                           *
000430*  DATE       INIC  DESCRICAO                                    *
000440*  15/10/2026 RL    VERSAO INICIAL - GERACAO DOS PEDIDOS DAS     *
000450*                   ORDENS PERMANENTES (DIARIAS, SEMANAIS,       *
000460*                   MENSAIS E DE FIM DE MES) NA ENTRADA.         *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     SOLPROG.
000500 AUTHOR.         ROBSON LIMA.
000510 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000520 DATE-WRITTEN.   15/10/2026.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ORDPER ASSIGN TO ORDPER
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS REG-ORD-CHAVE
000610         FILE STATUS IS WRK-FS-ORDPER.
000620     SELECT FERIADOS ASSIGN TO FERIADOS
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WRK-FS-FERIADOS.
000650     SELECT ENTRADA ASSIGN TO ENTRADA
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-FS-ENTRADA.
000680     SELECT RELPROG ASSIGN TO RELPROG
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-FS-RELPROG.
000710     SELECT RUNCTL ASSIGN TO RUNCTL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-FS-RUNCTL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ORDPER.
000770 01  REG-ORDPER.
000780     05 REG-ORD-CHAVE.
000790        10 REG-ORD-SOLICITANTE      PIC X(08).
000800        10 REG-ORD-CODIGO           PIC X(04).
000810     05 FILLER                    PIC X(01).
000820     05 REG-ORD-SITUACAO          PIC X(01).
000830        88 REG-ORD-ATIVA              VALUE 'A'.
000840        88 REG-ORD-SUSPENSA           VALUE 'S'.
000850        88 REG-ORD-ENCERRADA          VALUE 'E'.
000860        88 REG-ORD-EXPIRADA           VALUE 'X'.
000870     05 FILLER                    PIC X(01).
000880     05 REG-ORD-FREQUENCIA        PIC X(01).
000890        88 REG-ORD-DIARIA             VALUE 'D'.
000900        88 REG-ORD-SEMANAL            VALUE 'S'.
000910        88 REG-ORD-MENSAL             VALUE 'M'.
000920        88 REG-ORD-FIM-MES            VALUE 'F'.
000930     05 FILLER                    PIC X(01).
000940     05 REG-ORD-DIA               PIC 9(02).
000950     05 FILLER                    PIC X(01).
000960     05 REG-ORD-DATA-INICIO       PIC 9(08).
000970     05 FILLER                    PIC X(01).
000980     05 REG-ORD-DATA-FIM          PIC 9(08).
000990     05 FILLER                    PIC X(01).
001000     05 REG-ORD-PADRAO-REF        PIC X(12).
001010     05 FILLER                    PIC X(01).
001020     05 REG-ORD-PEDIDO            PIC X(96).
001030     05 FILLER                    PIC X(01).
001040     05 REG-ORD-DATA-INCLUSAO     PIC 9(08).
001050     05 FILLER                    PIC X(01).
001060     05 REG-ORD-DATA-ALTERACAO    PIC 9(08).
001070     05 FILLER                    PIC X(01).
001080     05 REG-ORD-ULT-OCORRENCIA    PIC 9(08).
001090     05 FILLER                    PIC X(01).
001100     05 REG-ORD-DATA-ULT-GERACAO  PIC 9(08).
001110     05 FILLER                    PIC X(01).
001120     05 REG-ORD-QTDE-GERADOS      PIC 9(05).
001130     05 FILLER                    PIC X(01).
001140     05 REG-ORD-ULT-REFERENCIA    PIC X(12).
001150     05 FILLER                    PIC X(48).
001160
001170 FD  FERIADOS
001180     RECORDING MODE IS F.
001190 01  REG-FERIADO.
001200     05 REG-FER-DATA              PIC X(08).
001210     05 REG-FER-DATA-N REDEFINES REG-FER-DATA
001220                                  PIC 9(08).
001230     05 FILLER                    PIC X(01).
001240     05 REG-FER-DESCRICAO         PIC X(30).
001250     05 FILLER                    PIC X(41).
001260
001270 FD  ENTRADA
001280     RECORDING MODE IS F.
001290 01  REG-ENTRADA.
001300     05 REG-ENT-QTDE-TERMOS      PIC 9(03).
001310     05 FILLER                   PIC X(01).
001320     05 REG-ENT-SEMENTE-1        PIC S9(18).
001330     05 FILLER                   PIC X(01).
001340     05 REG-ENT-SEMENTE-2        PIC S9(18).
001350     05 FILLER                   PIC X(01).
001360     05 REG-ENT-MODO             PIC X(01).
001370     05 FILLER                   PIC X(01).
001380     05 REG-ENT-VALOR-PROCURADO  PIC S9(18).
001390     05 FILLER                   PIC X(01).
001400     05 REG-ENT-SOLICITANTE      PIC X(08).
001410     05 FILLER                   PIC X(01).
001420     05 REG-ENT-REFERENCIA       PIC X(12).
001430     05 FILLER                   PIC X(01).
001440     05 REG-ENT-COEF-P           PIC S9(04).
001450     05 FILLER                   PIC X(01).
001460     05 REG-ENT-COEF-Q           PIC S9(04).
001470     05 FILLER                   PIC X(01).
001480     05 REG-ENT-CLASSE           PIC X(01).
001490
001500 FD  RELPROG
001510     RECORDING MODE IS F.
001520 01  REG-RELPROG                 PIC X(132).
001530
001540 FD  RUNCTL
001550     RECORDING MODE IS F.
001560 01  REG-RUNCTL.
001570     05 REG-RUN-TIPO              PIC X(01).
001580        88 REG-RUN-REG-RODADA         VALUE 'R'.
001590        88 REG-RUN-REG-PASSO          VALUE 'S'.
001600     05 FILLER                    PIC X(01).
001610     05 REG-RUN-RODADA            PIC 9(05).
001620     05 FILLER                    PIC X(01).
001630     05 REG-RUN-DATA              PIC X(08).
001640     05 FILLER                    PIC X(01).
001650     05 REG-RUN-CORPO.
001660        10 REG-RUN-HORA-INI        PIC X(08).
001670        10 FILLER                  PIC X(01).
001680        10 REG-RUN-HORA-FIM        PIC X(08).
001690        10 FILLER                  PIC X(01).
001700        10 REG-RUN-RETORNO         PIC 9(02).
001710        10 FILLER                  PIC X(01).
001720        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
001730        10 FILLER                  PIC X(01).
001740        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
001750        10 FILLER                  PIC X(01).
001760        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
001770        10 FILLER                  PIC X(01).
001780        10 REG-RUN-QTDE-RETOM      PIC 9(05).
001790     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
001800        10 REG-RUN-PAS-HORA        PIC X(08).
001810        10 FILLER                  PIC X(01).
001820        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
001830        10 FILLER                  PIC X(01).
001840        10 REG-RUN-PAS-RETORNO     PIC 9(02).
001850        10 FILLER                  PIC X(01).
001860        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
001870        10 FILLER                  PIC X(18).
001880 WORKING-STORAGE SECTION.
001890 77 WRK-FS-ORDPER                PIC X(02) VALUE ZEROS.
001900 77 WRK-FS-FERIADOS              PIC X(02) VALUE ZEROS.
001910 77 WRK-FS-ENTRADA               PIC X(02) VALUE ZEROS.
001920 77 WRK-FS-RELPROG               PIC X(02) VALUE ZEROS.
001930 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
001940 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
001950 77 WRK-SW-FIM-ORDPER            PIC X(01) VALUE 'N'.
001960    88 WRK-FIM-ORDPER                VALUE 'S'.
001970 77 WRK-SW-FIM-FERIADOS          PIC X(01) VALUE 'N'.
001980    88 WRK-FIM-FERIADOS              VALUE 'S'.
001990 77 WRK-SW-FIM-ENTRADA           PIC X(01) VALUE 'N'.
002000    88 WRK-FIM-ENTRADA               VALUE 'S'.
002010 77 WRK-SW-ORDPER-ABERTO         PIC X(01) VALUE 'N'.
002020    88 WRK-ORDPER-ABERTO             VALUE 'S'.
002030 77 WRK-SW-ENTRADA-ABERTA        PIC X(01) VALUE 'N'.
002040    88 WRK-ENTRADA-ABERTA            VALUE 'S'.
002050 77 WRK-SW-RELPROG-ABERTO        PIC X(01) VALUE 'N'.
002060    88 WRK-RELPROG-ABERTO            VALUE 'S'.
002070 77 WRK-SW-DIA-UTIL              PIC X(01) VALUE 'N'.
002080    88 WRK-DIA-UTIL                  VALUE 'S'.
002090 77 WRK-SW-DATA-VALIDA           PIC X(01) VALUE 'N'.
002100    88 WRK-DATA-VALIDA               VALUE 'S'.
002110 77 WRK-SW-AGENDA-VALIDA         PIC X(01) VALUE 'N'.
002120    88 WRK-AGENDA-VALIDA             VALUE 'S'.
002130 77 WRK-SW-CRIADO                PIC X(01) VALUE 'N'.
002140    88 WRK-CRIADO                    VALUE 'S'.
002150 77 WRK-SW-TAB-ENTRADA-CHEIA     PIC X(01) VALUE 'N'.
002160    88 WRK-TAB-ENTRADA-CHEIA         VALUE 'S'.
002170 77 WRK-DATA-SISTEMA             PIC 9(08) VALUE ZEROS.
002180 77 WRK-HORA-EMISSAO             PIC 9(08) VALUE ZEROS.
002190 77 WRK-DATA-BASE                PIC 9(08) VALUE ZEROS.
002200 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
002210 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
002220 77 WRK-DATA-NOMINAL             PIC 9(08) VALUE ZEROS.
002230 77 WRK-DATA-CANDIDATA           PIC 9(08) VALUE ZEROS.
002240 77 WRK-OCORRENCIA               PIC 9(08) VALUE ZEROS.
002250 77 WRK-DATA-EDITAR              PIC 9(08) VALUE ZEROS.
002260 77 WRK-DATA-SAIDA               PIC X(10) VALUE SPACES.
002270 77 WRK-SEM-FIM                  PIC 9(08) VALUE 99999999.
002280 77 WRK-ORDEM-UTIL               PIC S9(04) COMP VALUE ZEROS.
002290 77 WRK-CONT-UTEIS               PIC S9(04) COMP VALUE ZEROS.
002300 77 WRK-DIA-MES                  PIC S9(04) COMP VALUE ZEROS.
002310 77 WRK-ULT-DIA-MES              PIC 9(02) VALUE ZEROS.
002320 77 WRK-QTDE-DIAS                PIC S9(04) COMP VALUE ZEROS.
002330 77 WRK-PASSOS                   PIC S9(04) COMP VALUE ZEROS.
002340 77 WRK-MAX-PASSOS               PIC S9(04) COMP VALUE 60.
002350 77 WRK-IND-FER                  PIC S9(04) COMP VALUE ZEROS.
002360 77 WRK-QTDE-FERIADOS            PIC S9(04) COMP VALUE ZEROS.
002370 77 WRK-MAX-FERIADOS             PIC S9(04) COMP VALUE 500.
002380 77 WRK-IND-ENT                  PIC S9(04) COMP VALUE ZEROS.
002390 77 WRK-QTDE-ENTRADA             PIC S9(04) COMP VALUE ZEROS.
002400 77 WRK-MAX-ENTRADA              PIC S9(04) COMP VALUE 2000.
002410 77 WRK-IND-POS                  PIC S9(04) COMP VALUE ZEROS.
002420 77 WRK-MRC-POSICAO              PIC S9(04) COMP VALUE ZEROS.
002430 77 WRK-MRC-TIPO                 PIC X(01) VALUE SPACES.
002440    88 WRK-MRC-DIA-COMPLETO          VALUE 'D'.
002450    88 WRK-MRC-DIA-CURTO             VALUE 'C'.
002460    88 WRK-MRC-MES                   VALUE 'M'.
002470 77 WRK-PADRAO                   PIC X(12) VALUE SPACES.
002480 77 WRK-REFERENCIA               PIC X(12) VALUE SPACES.
002490 77 WRK-CHAVE-ENTRADA            PIC X(20) VALUE SPACES.
002500 77 WRK-SITUACAO                 PIC X(40) VALUE SPACES.
002510 77 WRK-BIS-QUOCIENTE            PIC S9(05) COMP VALUE ZEROS.
002520 77 WRK-BIS-RESTO-4              PIC S9(04) COMP VALUE ZEROS.
002530 77 WRK-BIS-RESTO-100            PIC S9(04) COMP VALUE ZEROS.
002540 77 WRK-BIS-RESTO-400            PIC S9(04) COMP VALUE ZEROS.
002550 77 WRK-QTDE-ORDENS              PIC 9(05) VALUE ZEROS.
002560 77 WRK-QTDE-CRIADOS             PIC 9(05) VALUE ZEROS.
002570 77 WRK-QTDE-JA-ENTRADA          PIC 9(05) VALUE ZEROS.
002580 77 WRK-QTDE-SEM-OCORRENCIA      PIC 9(05) VALUE ZEROS.
002590 77 WRK-QTDE-SUSPENSAS           PIC 9(05) VALUE ZEROS.
002600 77 WRK-QTDE-EXPIRADAS           PIC 9(05) VALUE ZEROS.
002610 77 WRK-QTDE-INVALIDAS           PIC 9(05) VALUE ZEROS.
002620 77 WRK-QTDE-ENCERRADAS          PIC 9(05) VALUE ZEROS.
002630 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
002640 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
002650 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
002660
002670*    DATA DE TRABALHO DO CALENDARIO E A SUA CONTAGEM CORRIDA DE
002680*    DIAS (ROTINA 9400); O DIA DA SEMANA SAI DA CONTAGEM
002690*    (1 = SEGUNDA ... 7 = DOMINGO).
002700 01 WRK-DTC-DATA                 PIC 9(08) VALUE ZEROS.
002710 01 WRK-DTC-DATA-R REDEFINES WRK-DTC-DATA.
002720    05 WRK-DTC-ANO               PIC 9(04).
002730    05 WRK-DTC-MES               PIC 9(02).
002740    05 WRK-DTC-DIA               PIC 9(02).
002750 01 WRK-DTC-DIAS                 PIC S9(07) COMP VALUE ZEROS.
002760 01 WRK-DTC-ANO-T                PIC S9(05) COMP VALUE ZEROS.
002770 01 WRK-DTC-MES-T                PIC S9(04) COMP VALUE ZEROS.
002780 01 WRK-DTC-PARCELA              PIC S9(07) COMP VALUE ZEROS.
002790 01 WRK-DTC-QUOCIENTE            PIC S9(07) COMP VALUE ZEROS.
002800 01 WRK-DTC-SEMANA               PIC S9(04) COMP VALUE ZEROS.
002810
002820 01 TAB-DIAS-MES-VALORES         PIC X(24) VALUE
002830    '312831303130313130313031'.
002840 01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
002850    05 TAB-DIAS-MES-ITEM         PIC 9(02) OCCURS 12 TIMES.
002860
002870*    FERIADOS DO CALENDARIO (DATA AAAAMMDD).
002880 01 TAB-FERIADOS.
002890    05 TAB-FER-DATA              PIC 9(08) OCCURS 500 TIMES.
002900
002910*    PEDIDOS JA PRESENTES NA ENTRADA (SOLICITANTE + REFERENCIA),
002920*    PARA A REEXECUCAO DO PASSO NAO DUPLICAR PEDIDOS.
002930 01 TAB-ENTRADA.
002940    05 TAB-ENT-CHAVE             PIC X(20) OCCURS 2000 TIMES.
002950
002960 01 WRK-DATA-EDITADA.
002970    05 WRK-DTE-DIA               PIC X(02).
002980    05 FILLER                    PIC X(01) VALUE '/'.
002990    05 WRK-DTE-MES               PIC X(02).
003000    05 FILLER                    PIC X(01) VALUE '/'.
003010    05 WRK-DTE-ANO               PIC X(04).
003020
003030 01 CAB-LINHA-1.
003040    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
003050    05 FILLER                    PIC X(42) VALUE
003060       'GERACAO DE PEDIDOS DAS ORDENS PERMANENTES '.
003070    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
003080    05 CAB-EMI-DIA               PIC X(02).
003090    05 FILLER                    PIC X(01) VALUE '/'.
003100    05 CAB-EMI-MES               PIC X(02).
003110    05 FILLER                    PIC X(01) VALUE '/'.
003120    05 CAB-EMI-ANO               PIC X(04).
003130    05 FILLER                    PIC X(06) VALUE SPACES.
003140    05 FILLER                    PIC X(05) VALUE 'PAG. '.
003150    05 CAB-PAGINA                PIC ZZZ9.
003160    05 FILLER                    PIC X(46) VALUE SPACES.
003170
003180 01 CAB-LINHA-2.
003190    05 FILLER                    PIC X(20) VALUE
003200       'DATA DE REFERENCIA: '.
003210    05 CAB-DATA-BASE             PIC X(10).
003220    05 FILLER                    PIC X(03) VALUE ' - '.
003230    05 CAB-TIPO-DIA              PIC X(20).
003240    05 FILLER                    PIC X(24) VALUE
003250       'FERIADOS NO CALENDARIO: '.
003260    05 CAB-QTDE-FERIADOS         PIC ZZZ9.
003270    05 FILLER                    PIC X(51) VALUE SPACES.
003280
003290 01 CAB-COLUNAS.
003300    05 FILLER                    PIC X(11) VALUE ' SOLICIT.'.
003310    05 FILLER                    PIC X(06) VALUE 'ORDEM'.
003320    05 FILLER                    PIC X(11) VALUE 'FREQUENCIA'.
003330    05 FILLER                    PIC X(04) VALUE 'DIA'.
003340    05 FILLER                    PIC X(12) VALUE 'INICIO'.
003350    05 FILLER                    PIC X(12) VALUE 'FIM'.
003360    05 FILLER                    PIC X(12) VALUE 'OCORRENCIA'.
003370    05 FILLER                    PIC X(14) VALUE 'REFERENCIA'.
003380    05 FILLER                    PIC X(50) VALUE 'SITUACAO'.
003390
003400 01 DET-LINHA.
003410    05 FILLER                    PIC X(01) VALUE SPACES.
003420    05 DET-SOLICITANTE           PIC X(08).
003430    05 FILLER                    PIC X(02) VALUE SPACES.
003440    05 DET-CODIGO                PIC X(04).
003450    05 FILLER                    PIC X(02) VALUE SPACES.
003460    05 DET-FREQUENCIA            PIC X(10).
003470    05 FILLER                    PIC X(01) VALUE SPACES.
003480    05 DET-DIA                   PIC X(02).
003490    05 FILLER                    PIC X(02) VALUE SPACES.
003500    05 DET-INICIO                PIC X(10).
003510    05 FILLER                    PIC X(02) VALUE SPACES.
003520    05 DET-FIM                   PIC X(10).
003530    05 FILLER                    PIC X(02) VALUE SPACES.
003540    05 DET-OCORRENCIA            PIC X(10).
003550    05 FILLER                    PIC X(02) VALUE SPACES.
003560    05 DET-REFERENCIA            PIC X(12).
003570    05 FILLER                    PIC X(02) VALUE SPACES.
003580    05 DET-SITUACAO              PIC X(40).
003590    05 FILLER                    PIC X(10) VALUE SPACES.
003600
003610 01 MSG-LINHA.
003620    05 FILLER                    PIC X(05) VALUE ' *** '.
003630    05 MSG-TEXTO                 PIC X(60).
003640    05 FILLER                    PIC X(67) VALUE SPACES.
003650
003660 01 TOT-LINHA.
003670    05 TOT-DESCRICAO             PIC X(38).
003680    05 TOT-VALOR                 PIC Z,ZZZ,ZZ9.
003690    05 FILLER                    PIC X(85) VALUE SPACES.
003700
003710 LINKAGE SECTION.
003720 01 LK-PARM.
003730    05 LK-PARM-TAM               PIC S9(04) COMP.
003740    05 LK-PARM-DATA              PIC X(08).
003750    05 LK-PARM-DATA-N REDEFINES LK-PARM-DATA
003760                                 PIC 9(08).
003770
003780 PROCEDURE DIVISION USING LK-PARM.
003790 0000-MAINLINE.
003800
003810     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003820
003830     IF WRK-RETORNO < 16
003840        PERFORM 2000-PROCESSAR-ORDENS THRU 2000-EXIT
003850        PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
003860     END-IF
003870
003880     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
003890
003900******************************************************************
003910* 1000-INICIALIZAR - OBTEM A DATA DE REFERENCIA, ABRE O CADASTRO *
003920*                    DE ORDENS PERMANENTES (CRIANDO-O VAZIO NA   *
003930*                    PRIMEIRA EXECUCAO), CARREGA O CALENDARIO DE *
003940*                    FERIADOS E OS PEDIDOS QUE JA ESTAO NA       *
003950*                    ENTRADA E ABRE A ENTRADA PARA ACRESCIMO.    *
003960******************************************************************
003970 1000-INICIALIZAR.
003980
003990     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
004000     ACCEPT WRK-HORA-EMISSAO FROM TIME
004010
004020     PERFORM 1100-OBTER-DATA-BASE THRU 1100-EXIT
004030     IF WRK-RETORNO = 16
004040        GO TO 1000-EXIT
004050     END-IF
004060
004070     OPEN I-O ORDPER
004080     IF WRK-FS-ORDPER = '35'
004090        OPEN OUTPUT ORDPER
004100        IF WRK-FS-ORDPER = '00'
004110           CLOSE ORDPER
004120           OPEN I-O ORDPER
004130        END-IF
004140     END-IF
004150     IF WRK-FS-ORDPER NOT = '00'
004160        DISPLAY 'SOLPROG - ERRO AO ABRIR ORDPER - FS='
004170                WRK-FS-ORDPER
004180        MOVE 16 TO WRK-RETORNO
004190     ELSE
004200        MOVE 'S' TO WRK-SW-ORDPER-ABERTO
004210     END-IF
004220
004230     PERFORM 1200-CARREGAR-FERIADOS THRU 1200-EXIT
004240     PERFORM 1300-CARREGAR-ENTRADA THRU 1300-EXIT
004250
004260     OPEN EXTEND ENTRADA
004270     IF WRK-FS-ENTRADA = '35'
004280        OPEN OUTPUT ENTRADA
004290     END-IF
004300     IF WRK-FS-ENTRADA NOT = '00'
004310        DISPLAY 'SOLPROG - ERRO AO ABRIR ENTRADA - FS='
004320                WRK-FS-ENTRADA
004330        MOVE 16 TO WRK-RETORNO
004340     ELSE
004350        MOVE 'S' TO WRK-SW-ENTRADA-ABERTA
004360     END-IF
004370
004380     OPEN OUTPUT RELPROG
004390     IF WRK-FS-RELPROG NOT = '00'
004400        DISPLAY 'SOLPROG - ERRO AO ABRIR RELPROG - FS='
004410                WRK-FS-RELPROG
004420        MOVE 16 TO WRK-RETORNO
004430     ELSE
004440        MOVE 'S' TO WRK-SW-RELPROG-ABERTO
004450     END-IF
004460
004470     MOVE WRK-DATA-BASE TO WRK-DATA-EDITAR
004480     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
004490     DISPLAY 'SOLPROG - DATA DE REFERENCIA: ' WRK-DATA-SAIDA.
004500 1000-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540* 1100-OBTER-DATA-BASE - DATA DE REFERENCIA DA GERACAO: A DO     *
004550*                        PARM (AAAAMMDD), QUANDO INFORMADA, OU A *
004560*                        DATA DO SISTEMA. DATA INEXISTENTE OU    *
004570*                        FUTURA E RECUSADA.                      *
004580******************************************************************
004590 1100-OBTER-DATA-BASE.
004600
004610     MOVE WRK-DATA-SISTEMA TO WRK-DATA-BASE
004620     IF LK-PARM-TAM = ZEROS
004630        OR LK-PARM-DATA = SPACES
004640        GO TO 1100-EXIT
004650     END-IF
004660
004670     IF LK-PARM-DATA IS NOT NUMERIC
004680        DISPLAY 'SOLPROG - PARM INVALIDO (AAAAMMDD): '
004690                LK-PARM-DATA
004700        MOVE 16 TO WRK-RETORNO
004710        GO TO 1100-EXIT
004720     END-IF
004730     MOVE LK-PARM-DATA-N TO WRK-DTC-DATA
004740     PERFORM 9050-VALIDAR-DATA THRU 9050-EXIT
004750     IF NOT WRK-DATA-VALIDA
004760        DISPLAY 'SOLPROG - PARM COM DATA INEXISTENTE: '
004770                LK-PARM-DATA
004780        MOVE 16 TO WRK-RETORNO
004790        GO TO 1100-EXIT
004800     END-IF
004810     IF LK-PARM-DATA-N > WRK-DATA-SISTEMA
004820        DISPLAY 'SOLPROG - PARM COM DATA FUTURA RECUSADO: '
004830                LK-PARM-DATA
004840        MOVE 16 TO WRK-RETORNO
004850        GO TO 1100-EXIT
004860     END-IF
004870     MOVE LK-PARM-DATA-N TO WRK-DATA-BASE.
004880 1100-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 1200-CARREGAR-FERIADOS - CARREGA O CALENDARIO DE FERIADOS NA   *
004930*                          TABELA. SEM CALENDARIO, SO SABADO E   *
004940*                          DOMINGO DEIXAM DE SER DIA UTIL.       *
004950******************************************************************
004960 1200-CARREGAR-FERIADOS.
004970
004980     OPEN INPUT FERIADOS
004990     IF WRK-FS-FERIADOS NOT = '00'
005000        DISPLAY 'SOLPROG - AVISO - CALENDARIO DE FERIADOS '
005010                'INDISPONIVEL - FS=' WRK-FS-FERIADOS
005020        IF WRK-RETORNO < 4
005030           MOVE 4 TO WRK-RETORNO
005040        END-IF
005050        GO TO 1200-EXIT
005060     END-IF
005070
005080     PERFORM 1210-LER-FERIADO THRU 1210-EXIT
005090     PERFORM 1220-GUARDAR-FERIADO THRU 1220-EXIT
005100         UNTIL WRK-FIM-FERIADOS
005110     CLOSE FERIADOS.
005120 1200-EXIT.
005130     EXIT.
005140
005150 1210-LER-FERIADO.
005160
005170     READ FERIADOS
005180         AT END
005190            MOVE 'S' TO WRK-SW-FIM-FERIADOS
005200     END-READ.
005210 1210-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 1220-GUARDAR-FERIADO - GUARDA UM FERIADO NA TABELA. DATA NAO   *
005260*                        NUMERICA OU TABELA CHEIA GERAM AVISO E  *
005270*                        O FERIADO E IGNORADO.                   *
005280******************************************************************
005290 1220-GUARDAR-FERIADO.
005300
005310     IF REG-FER-DATA IS NOT NUMERIC
005320        DISPLAY 'SOLPROG - AVISO - FERIADO COM DATA INVALIDA: '
005330                REG-FER-DATA
005340        IF WRK-RETORNO < 4
005350           MOVE 4 TO WRK-RETORNO
005360        END-IF
005370        GO TO 1220-LER
005380     END-IF
005390     IF WRK-QTDE-FERIADOS NOT < WRK-MAX-FERIADOS
005400        DISPLAY 'SOLPROG - AVISO - TABELA DE FERIADOS CHEIA - '
005410                'FERIADO ' REG-FER-DATA ' IGNORADO'
005420        IF WRK-RETORNO < 4
005430           MOVE 4 TO WRK-RETORNO
005440        END-IF
005450        GO TO 1220-LER
005460     END-IF
005470
005480     ADD 1 TO WRK-QTDE-FERIADOS
005490     MOVE REG-FER-DATA-N TO TAB-FER-DATA (WRK-QTDE-FERIADOS).
005500 1220-LER.
005510     PERFORM 1210-LER-FERIADO THRU 1210-EXIT.
005520 1220-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 1300-CARREGAR-ENTRADA - GUARDA SOLICITANTE E REFERENCIA DOS    *
005570*                         PEDIDOS QUE JA ESTAO NA ENTRADA (LOTES *
005580*                         RECEBIDOS OU EXECUCAO ANTERIOR DESTE   *
005590*                         PASSO), PARA NAO GRAVAR O MESMO PEDIDO *
005600*                         DUAS VEZES.                            *
005610******************************************************************
005620 1300-CARREGAR-ENTRADA.
005630
005640     OPEN INPUT ENTRADA
005650     IF WRK-FS-ENTRADA NOT = '00'
005660        GO TO 1300-EXIT
005670     END-IF
005680
005690     PERFORM 1310-LER-ENTRADA THRU 1310-EXIT
005700     PERFORM 1320-GUARDAR-PEDIDO THRU 1320-EXIT
005710         UNTIL WRK-FIM-ENTRADA
005720     CLOSE ENTRADA.
005730 1300-EXIT.
005740     EXIT.
005750
005760 1310-LER-ENTRADA.
005770
005780     READ ENTRADA
005790         AT END
005800            MOVE 'S' TO WRK-SW-FIM-ENTRADA
005810     END-READ.
005820 1310-EXIT.
005830     EXIT.
005840
005850 1320-GUARDAR-PEDIDO.
005860
005870     IF REG-ENT-REFERENCIA NOT = SPACES
005880        MOVE REG-ENT-SOLICITANTE TO WRK-CHAVE-ENTRADA (1:8)
005890        MOVE REG-ENT-REFERENCIA  TO WRK-CHAVE-ENTRADA (9:12)
005900        PERFORM 5250-ANOTAR-PEDIDO THRU 5250-EXIT
005910     END-IF
005920     PERFORM 1310-LER-ENTRADA THRU 1310-EXIT.
005930 1320-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 2000-PROCESSAR-ORDENS - PERCORRE O CADASTRO DE ORDENS          *
005980*                         PERMANENTES EM ORDEM DE CHAVE.         *
005990******************************************************************
006000 2000-PROCESSAR-ORDENS.
006010
006020     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
006030
006040     MOVE LOW-VALUES TO REG-ORD-CHAVE
006050     START ORDPER KEY IS NOT LESS THAN REG-ORD-CHAVE
006060         INVALID KEY
006070            MOVE 'S' TO WRK-SW-FIM-ORDPER
006080     END-START
006090     IF NOT WRK-FIM-ORDPER
006100        PERFORM 2100-LER-ORDPER THRU 2100-EXIT
006110     END-IF
006120
006130     PERFORM 3000-TRATAR-ORDEM THRU 3000-EXIT
006140         UNTIL WRK-FIM-ORDPER
006150
006160     IF WRK-QTDE-ORDENS = ZEROS
006170        MOVE 'NENHUMA ORDEM PERMANENTE EM VIGOR' TO MSG-TEXTO
006180        MOVE MSG-LINHA TO REG-RELPROG
006190        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006200     END-IF.
006210 2000-EXIT.
006220     EXIT.
006230
006240 2100-LER-ORDPER.
006250
006260     READ ORDPER NEXT RECORD
006270         AT END
006280            MOVE 'S' TO WRK-SW-FIM-ORDPER
006290     END-READ
006300     IF NOT WRK-FIM-ORDPER
006310        AND WRK-FS-ORDPER NOT = '00'
006320        DISPLAY 'SOLPROG - ERRO NA LEITURA DO ORDPER - FS='
006330                WRK-FS-ORDPER
006340        MOVE 'S' TO WRK-SW-FIM-ORDPER
006350        MOVE 16 TO WRK-RETORNO
006360     END-IF.
006370 2100-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 3000-TRATAR-ORDEM - TRATA UMA ORDEM: ENCERRADAS E EXPIRADAS SO *
006420*                     SAO CONTADAS; SUSPENSAS SAO LISTADAS SEM   *
006430*                     GERAR; AS ATIVAS TEM A AGENDA CRITICADA E, *
006440*                     HAVENDO OCORRENCIA NOVA DENTRO DA          *
006450*                     VIGENCIA, GERAM O PEDIDO. ORDEM COM DATA   *
006460*                     FIM VENCIDA E EXPIRADA.                    *
006470******************************************************************
006480 3000-TRATAR-ORDEM.
006490
006500     IF REG-ORD-ENCERRADA OR REG-ORD-EXPIRADA
006510        ADD 1 TO WRK-QTDE-ENCERRADAS
006520        GO TO 3000-LER
006530     END-IF
006540
006550     ADD 1 TO WRK-QTDE-ORDENS
006560     MOVE 'N'    TO WRK-SW-CRIADO
006570     MOVE ZEROS  TO WRK-OCORRENCIA
006580     MOVE SPACES TO WRK-REFERENCIA
006590     MOVE SPACES TO WRK-SITUACAO
006600
006610     IF REG-ORD-SUSPENSA
006620        ADD 1 TO WRK-QTDE-SUSPENSAS
006630        MOVE 'SUSPENSA - NAO GERADA' TO WRK-SITUACAO
006640        GO TO 3000-IMPRIMIR
006650     END-IF
006660
006670     PERFORM 3100-VALIDAR-AGENDA THRU 3100-EXIT
006680     IF NOT WRK-AGENDA-VALIDA
006690        ADD 1 TO WRK-QTDE-INVALIDAS
006700        IF WRK-RETORNO < 4
006710           MOVE 4 TO WRK-RETORNO
006720        END-IF
006730        GO TO 3000-IMPRIMIR
006740     END-IF
006750
006760     IF REG-ORD-DATA-INICIO > WRK-DATA-BASE
006770        ADD 1 TO WRK-QTDE-SEM-OCORRENCIA
006780        MOVE 'AINDA NAO INICIADA' TO WRK-SITUACAO
006790        GO TO 3000-IMPRIMIR
006800     END-IF
006810
006820     PERFORM 4000-CALCULAR-OCORRENCIA THRU 4000-EXIT
006830     IF WRK-OCORRENCIA > REG-ORD-ULT-OCORRENCIA
006840        AND WRK-OCORRENCIA NOT < REG-ORD-DATA-INICIO
006850        AND WRK-OCORRENCIA NOT > REG-ORD-DATA-FIM
006860        PERFORM 5000-GERAR-PEDIDO THRU 5000-EXIT
006870        IF WRK-RETORNO = 16
006880           GO TO 3000-IMPRIMIR
006890        END-IF
006900     ELSE
006910        ADD 1 TO WRK-QTDE-SEM-OCORRENCIA
006920        IF WRK-OCORRENCIA > ZEROS
006930           AND WRK-OCORRENCIA = REG-ORD-ULT-OCORRENCIA
006940           MOVE 'OCORRENCIA JA GERADA' TO WRK-SITUACAO
006950           MOVE REG-ORD-ULT-REFERENCIA TO WRK-REFERENCIA
006960        ELSE
006970           MOVE ZEROS TO WRK-OCORRENCIA
006980           MOVE 'SEM OCORRENCIA NO PERIODO' TO WRK-SITUACAO
006990        END-IF
007000     END-IF
007010
007020     IF REG-ORD-DATA-FIM < WRK-DATA-BASE
007030        PERFORM 5400-EXPIRAR-ORDEM THRU 5400-EXIT
007040     END-IF.
007050 3000-IMPRIMIR.
007060     PERFORM 6000-IMPRIMIR-ORDEM THRU 6000-EXIT.
007070 3000-LER.
007080     PERFORM 2100-LER-ORDPER THRU 2100-EXIT.
007090 3000-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130* 3100-VALIDAR-AGENDA - CRITICA A AGENDA GRAVADA NA ORDEM: DATAS *
007140*                       E DIA NUMERICOS, FREQUENCIA CONHECIDA,   *
007150*                       DIA DA SEMANA DE 1 A 5, DIA UTIL DO MES  *
007160*                       DE 01 A 23 E PADRAO DA REFERENCIA COM    *
007170*                       MARCA DE DATA (ORDEM DIARIA OU SEMANAL   *
007180*                       PRECISA DE MARCA COM O DIA).             *
007190******************************************************************
007200 3100-VALIDAR-AGENDA.
007210
007220     MOVE 'N' TO WRK-SW-AGENDA-VALIDA
007230
007240     IF REG-ORD-DATA-INICIO IS NOT NUMERIC
007250        OR REG-ORD-DATA-FIM IS NOT NUMERIC
007260        OR REG-ORD-ULT-OCORRENCIA IS NOT NUMERIC
007270        OR REG-ORD-DIA IS NOT NUMERIC
007280        MOVE 'AGENDA INVALIDA - CAMPO NAO NUMERICO'
007290                                  TO WRK-SITUACAO
007300        GO TO 3100-EXIT
007310     END-IF
007320
007330     EVALUATE TRUE
007340        WHEN REG-ORD-DIARIA
007350        WHEN REG-ORD-FIM-MES
007360           CONTINUE
007370        WHEN REG-ORD-SEMANAL
007380           IF REG-ORD-DIA < 1 OR REG-ORD-DIA > 5
007390              MOVE 'AGENDA INVALIDA - DIA DA SEMANA'
007400                                  TO WRK-SITUACAO
007410              GO TO 3100-EXIT
007420           END-IF
007430        WHEN REG-ORD-MENSAL
007440           IF REG-ORD-DIA < 1 OR REG-ORD-DIA > 23
007450              MOVE 'AGENDA INVALIDA - DIA UTIL DO MES'
007460                                  TO WRK-SITUACAO
007470              GO TO 3100-EXIT
007480           END-IF
007490        WHEN OTHER
007500           MOVE 'AGENDA INVALIDA - FREQUENCIA' TO WRK-SITUACAO
007510           GO TO 3100-EXIT
007520     END-EVALUATE
007530
007540     MOVE REG-ORD-PADRAO-REF TO WRK-PADRAO
007550     PERFORM 9500-LOCALIZAR-MARCA THRU 9500-EXIT
007560     IF WRK-MRC-POSICAO = ZEROS
007570        OR ((REG-ORD-DIARIA OR REG-ORD-SEMANAL)
007580            AND WRK-MRC-MES)
007590        MOVE 'AGENDA INVALIDA - PADRAO DA REFERENCIA'
007600                                  TO WRK-SITUACAO
007610        GO TO 3100-EXIT
007620     END-IF
007630
007640     MOVE 'S' TO WRK-SW-AGENDA-VALIDA.
007650 3100-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690* 4000-CALCULAR-OCORRENCIA - CALCULA A ULTIMA OCORRENCIA         *
007700*                            AGENDADA DA ORDEM ATE A DATA DE     *
007710*                            REFERENCIA (ZERO QUANDO NAO HA).    *
007720******************************************************************
007730 4000-CALCULAR-OCORRENCIA.
007740
007750     MOVE ZEROS TO WRK-OCORRENCIA
007760     EVALUATE TRUE
007770        WHEN REG-ORD-DIARIA
007780           PERFORM 4100-OCORRENCIA-DIARIA THRU 4100-EXIT
007790        WHEN REG-ORD-SEMANAL
007800           PERFORM 4200-OCORRENCIA-SEMANAL THRU 4200-EXIT
007810        WHEN REG-ORD-MENSAL
007820           MOVE REG-ORD-DIA TO WRK-ORDEM-UTIL
007830           PERFORM 4300-OCORRENCIA-MENSAL THRU 4300-EXIT
007840        WHEN REG-ORD-FIM-MES
007850           MOVE 99 TO WRK-ORDEM-UTIL
007860           PERFORM 4300-OCORRENCIA-MENSAL THRU 4300-EXIT
007870     END-EVALUATE.
007880 4000-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920* 4100-OCORRENCIA-DIARIA - DIARIA: O ULTIMO DIA UTIL ATE A DATA  *
007930*                          DE REFERENCIA.                        *
007940******************************************************************
007950 4100-OCORRENCIA-DIARIA.
007960
007970     MOVE WRK-DATA-BASE TO WRK-DTC-DATA
007980     PERFORM 4900-RECUAR-PARA-DIA-UTIL THRU 4900-EXIT
007990     IF WRK-DIA-UTIL
008000        MOVE WRK-DTC-DATA TO WRK-OCORRENCIA
008010     END-IF.
008020 4100-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 4200-OCORRENCIA-SEMANAL - SEMANAL: O ULTIMO DIA DA SEMANA DA   *
008070*                           ORDEM ATE A DATA DE REFERENCIA,      *
008080*                           ADIADO PARA O DIA UTIL SEGUINTE      *
008090*                           QUANDO FERIADO. SE O ADIAMENTO PASSA *
008100*                           DA DATA DE REFERENCIA, VALE A        *
008110*                           OCORRENCIA DA SEMANA ANTERIOR.       *
008120******************************************************************
008130 4200-OCORRENCIA-SEMANAL.
008140
008150     MOVE WRK-DATA-BASE TO WRK-DTC-DATA
008160     PERFORM 9200-VERIFICAR-DIA-UTIL THRU 9200-EXIT
008170     COMPUTE WRK-QTDE-DIAS = WRK-DTC-SEMANA - REG-ORD-DIA
008180     IF WRK-QTDE-DIAS < ZEROS
008190        ADD 7 TO WRK-QTDE-DIAS
008200     END-IF
008210     PERFORM 9150-RECUAR-DIA THRU 9150-EXIT WRK-QTDE-DIAS TIMES
008220     MOVE WRK-DTC-DATA TO WRK-DATA-NOMINAL
008230
008240     PERFORM 4910-ADIAR-PARA-DIA-UTIL THRU 4910-EXIT
008250     IF WRK-DTC-DATA > WRK-DATA-BASE
008260        MOVE WRK-DATA-NOMINAL TO WRK-DTC-DATA
008270        PERFORM 9150-RECUAR-DIA THRU 9150-EXIT 7 TIMES
008280        PERFORM 4910-ADIAR-PARA-DIA-UTIL THRU 4910-EXIT
008290     END-IF
008300
008310     IF WRK-DIA-UTIL
008320        AND WRK-DTC-DATA NOT > WRK-DATA-BASE
008330        MOVE WRK-DTC-DATA TO WRK-OCORRENCIA
008340     END-IF.
008350 4200-EXIT.
008360     EXIT.
008370
008380******************************************************************
008390* 4300-OCORRENCIA-MENSAL - MENSAL E FIM DE MES: O N-ESIMO DIA    *
008400*                          UTIL DO MES DA DATA DE REFERENCIA (99 *
008410*                          = O ULTIMO); SE AINDA NAO CHEGOU, O   *
008420*                          DO MES ANTERIOR.                      *
008430******************************************************************
008440 4300-OCORRENCIA-MENSAL.
008450
008460     MOVE WRK-DATA-BASE TO WRK-DTC-DATA
008470     PERFORM 4310-DIA-UTIL-DO-MES THRU 4310-EXIT
008480     IF WRK-DATA-CANDIDATA = ZEROS
008490        OR WRK-DATA-CANDIDATA > WRK-DATA-BASE
008500        MOVE WRK-DATA-BASE TO WRK-DTC-DATA
008510        IF WRK-DTC-MES = 1
008520           MOVE 12 TO WRK-DTC-MES
008530           SUBTRACT 1 FROM WRK-DTC-ANO
008540        ELSE
008550           SUBTRACT 1 FROM WRK-DTC-MES
008560        END-IF
008570        PERFORM 4310-DIA-UTIL-DO-MES THRU 4310-EXIT
008580     END-IF
008590
008600     MOVE WRK-DATA-CANDIDATA TO WRK-OCORRENCIA.
008610 4300-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650* 4310-DIA-UTIL-DO-MES - CONTA OS DIAS UTEIS DO MES ATE O        *
008660*                        N-ESIMO. MES COM MENOS DIAS UTEIS QUE O *
008670*                        PEDIDO FICA COM O ULTIMO DIA UTIL.      *
008680******************************************************************
008690 4310-DIA-UTIL-DO-MES.
008700
008710     PERFORM 9300-CALCULAR-ULTIMO-DIA THRU 9300-EXIT
008720     MOVE ZEROS TO WRK-CONT-UTEIS
008730     MOVE ZEROS TO WRK-DATA-CANDIDATA
008740     PERFORM 4320-CONTAR-DIA-UTIL THRU 4320-EXIT
008750         VARYING WRK-DIA-MES FROM 1 BY 1
008760         UNTIL WRK-DIA-MES > WRK-ULT-DIA-MES
008770            OR WRK-CONT-UTEIS = WRK-ORDEM-UTIL.
008780 4310-EXIT.
008790     EXIT.
008800
008810 4320-CONTAR-DIA-UTIL.
008820
008830     MOVE WRK-DIA-MES TO WRK-DTC-DIA
008840     PERFORM 9200-VERIFICAR-DIA-UTIL THRU 9200-EXIT
008850     IF WRK-DIA-UTIL
008860        ADD 1 TO WRK-CONT-UTEIS
008870        MOVE WRK-DTC-DATA TO WRK-DATA-CANDIDATA
008880     END-IF.
008890 4320-EXIT.
008900     EXIT.
008910
008920******************************************************************
008930* 4900-RECUAR-PARA-DIA-UTIL - RECUA (4900) OU ADIA (4910) A DATA *
008940*                             DE TRABALHO ATE UM DIA UTIL, COM   *
008950*                             LIMITE DE PASSOS CONTRA CALENDARIO *
008960*                             MAL CARREGADO.                     *
008970******************************************************************
008980 4900-RECUAR-PARA-DIA-UTIL.
008990
009000     MOVE ZEROS TO WRK-PASSOS
009010     PERFORM 9200-VERIFICAR-DIA-UTIL THRU 9200-EXIT
009020     PERFORM 4905-RECUAR-UM-DIA THRU 4905-EXIT
009030         UNTIL WRK-DIA-UTIL
009040            OR WRK-PASSOS > WRK-MAX-PASSOS.
009050 4900-EXIT.
009060     EXIT.
009070
009080 4905-RECUAR-UM-DIA.
009090
009100     PERFORM 9150-RECUAR-DIA THRU 9150-EXIT
009110     PERFORM 9200-VERIFICAR-DIA-UTIL THRU 9200-EXIT
009120     ADD 1 TO WRK-PASSOS.
009130 4905-EXIT.
009140     EXIT.
009150
009160 4910-ADIAR-PARA-DIA-UTIL.
009170
009180     MOVE ZEROS TO WRK-PASSOS
009190     PERFORM 9200-VERIFICAR-DIA-UTIL THRU 9200-EXIT
009200     PERFORM 4915-AVANCAR-UM-DIA THRU 4915-EXIT
009210         UNTIL WRK-DIA-UTIL
009220            OR WRK-PASSOS > WRK-MAX-PASSOS.
009230 4910-EXIT.
009240     EXIT.
009250
009260 4915-AVANCAR-UM-DIA.
009270
009280     PERFORM 9100-AVANCAR-DIA THRU 9100-EXIT
009290     PERFORM 9200-VERIFICAR-DIA-UTIL THRU 9200-EXIT
009300     ADD 1 TO WRK-PASSOS.
009310 4915-EXIT.
009320     EXIT.
009330
009340******************************************************************
009350* 5000-GERAR-PEDIDO - MONTA A REFERENCIA DA OCORRENCIA E GRAVA   *
009360*                     NA ENTRADA O PEDIDO DA ORDEM COM O         *
009370*                     SOLICITANTE E A REFERENCIA GERADA. PEDIDO  *
009380*                     QUE JA ESTA NA ENTRADA NAO E GRAVADO DE    *
009390*                     NOVO, MAS A ORDEM E ATUALIZADA DO MESMO    *
009400*                     JEITO.                                     *
009410******************************************************************
009420 5000-GERAR-PEDIDO.
009430
009440     PERFORM 5100-MONTAR-REFERENCIA THRU 5100-EXIT
009450     MOVE REG-ORD-SOLICITANTE TO WRK-CHAVE-ENTRADA (1:8)
009460     MOVE WRK-REFERENCIA      TO WRK-CHAVE-ENTRADA (9:12)
009470     PERFORM 5200-PROCURAR-PEDIDO THRU 5200-EXIT
009480     IF WRK-IND-ENT NOT > WRK-QTDE-ENTRADA
009490        ADD 1 TO WRK-QTDE-JA-ENTRADA
009500        MOVE 'PEDIDO JA ESTAVA NA ENTRADA' TO WRK-SITUACAO
009510        GO TO 5000-ATUALIZAR
009520     END-IF
009530
009540     MOVE REG-ORD-PEDIDO      TO REG-ENTRADA
009550     MOVE REG-ORD-SOLICITANTE TO REG-ENT-SOLICITANTE
009560     MOVE WRK-REFERENCIA      TO REG-ENT-REFERENCIA
009570     WRITE REG-ENTRADA
009580     IF WRK-FS-ENTRADA NOT = '00'
009590        DISPLAY 'SOLPROG - ERRO NA GRAVACAO DA ENTRADA - FS='
009600                WRK-FS-ENTRADA ' - ORDEM ' REG-ORD-CHAVE
009610        MOVE 'ERRO NA GRAVACAO DA ENTRADA' TO WRK-SITUACAO
009620        MOVE 16 TO WRK-RETORNO
009630        MOVE 'S' TO WRK-SW-FIM-ORDPER
009640        GO TO 5000-EXIT
009650     END-IF
009660
009670     MOVE 'S' TO WRK-SW-CRIADO
009680     ADD 1 TO WRK-QTDE-CRIADOS
009690     ADD 1 TO REG-ORD-QTDE-GERADOS
009700     PERFORM 5250-ANOTAR-PEDIDO THRU 5250-EXIT
009710     IF WRK-OCORRENCIA < WRK-DATA-BASE
009720        MOVE 'PEDIDO CRIADO (OCORRENCIA ATRASADA)'
009730                                  TO WRK-SITUACAO
009740     ELSE
009750        MOVE 'PEDIDO CRIADO' TO WRK-SITUACAO
009760     END-IF.
009770 5000-ATUALIZAR.
009780     PERFORM 5300-ATUALIZAR-ORDEM THRU 5300-EXIT.
009790 5000-EXIT.
009800     EXIT.
009810
009820******************************************************************
009830* 5100-MONTAR-REFERENCIA - TROCA A MARCA DE DATA DO PADRAO PELA  *
009840*                          DATA DA OCORRENCIA: AAAAMMDD PELA     *
009850*                          DATA COMPLETA, AAMMDD SEM O SECULO E  *
009860*                          AAAAMM PELO ANO E MES.                *
009870******************************************************************
009880 5100-MONTAR-REFERENCIA.
009890
009900     MOVE REG-ORD-PADRAO-REF TO WRK-PADRAO
009910     PERFORM 9500-LOCALIZAR-MARCA THRU 9500-EXIT
009920     MOVE WRK-PADRAO TO WRK-REFERENCIA
009930     EVALUATE TRUE
009940        WHEN WRK-MRC-DIA-COMPLETO
009950           MOVE WRK-OCORRENCIA (1:8)
009960             TO WRK-REFERENCIA (WRK-MRC-POSICAO:8)
009970        WHEN WRK-MRC-DIA-CURTO
009980           MOVE WRK-OCORRENCIA (3:6)
009990             TO WRK-REFERENCIA (WRK-MRC-POSICAO:6)
010000        WHEN WRK-MRC-MES
010010           MOVE WRK-OCORRENCIA (1:6)
010020             TO WRK-REFERENCIA (WRK-MRC-POSICAO:6)
010030     END-EVALUATE.
010040 5100-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080* 5200-PROCURAR-PEDIDO - PROCURA SOLICITANTE E REFERENCIA NA     *
010090*                        TABELA DE PEDIDOS DA ENTRADA; INDICE    *
010100*                        ALEM DA QUANTIDADE = NAO ACHOU.         *
010110******************************************************************
010120 5200-PROCURAR-PEDIDO.
010130
010140     PERFORM 5210-COMPARAR-PEDIDO THRU 5210-EXIT
010150         VARYING WRK-IND-ENT FROM 1 BY 1
010160         UNTIL WRK-IND-ENT > WRK-QTDE-ENTRADA
010170            OR TAB-ENT-CHAVE (WRK-IND-ENT) = WRK-CHAVE-ENTRADA.
010180 5200-EXIT.
010190     EXIT.
010200
010210 5210-COMPARAR-PEDIDO.
010220
010230     CONTINUE.
010240 5210-EXIT.
010250     EXIT.
010260
010270******************************************************************
010280* 5250-ANOTAR-PEDIDO - ACRESCENTA UM PEDIDO A TABELA DE PEDIDOS  *
010290*                      DA ENTRADA.                               *
010300******************************************************************
010310 5250-ANOTAR-PEDIDO.
010320
010330     IF WRK-QTDE-ENTRADA NOT < WRK-MAX-ENTRADA
010340        IF NOT WRK-TAB-ENTRADA-CHEIA
010350           DISPLAY 'SOLPROG - AVISO - TABELA DE PEDIDOS DA '
010360                   'ENTRADA CHEIA - CONFERENCIA DE '
010370                   'DUPLICIDADE PARCIAL'
010380           MOVE 'S' TO WRK-SW-TAB-ENTRADA-CHEIA
010390           IF WRK-RETORNO < 4
010400              MOVE 4 TO WRK-RETORNO
010410           END-IF
010420        END-IF
010430        GO TO 5250-EXIT
010440     END-IF
010450
010460     ADD 1 TO WRK-QTDE-ENTRADA
010470     MOVE WRK-CHAVE-ENTRADA TO TAB-ENT-CHAVE (WRK-QTDE-ENTRADA).
010480 5250-EXIT.
010490     EXIT.
010500
010510******************************************************************
010520* 5300-ATUALIZAR-ORDEM - REGRAVA A ORDEM COM A OCORRENCIA        *
010530*                        GERADA, A DATA DA GERACAO E A           *
010540*                        REFERENCIA.                             *
010550******************************************************************
010560 5300-ATUALIZAR-ORDEM.
010570
010580     MOVE WRK-OCORRENCIA   TO REG-ORD-ULT-OCORRENCIA
010590     MOVE WRK-DATA-SISTEMA TO REG-ORD-DATA-ULT-GERACAO
010600     MOVE WRK-REFERENCIA   TO REG-ORD-ULT-REFERENCIA
010610     REWRITE REG-ORDPER
010620        INVALID KEY
010630           DISPLAY 'SOLPROG - AVISO - ERRO AO ATUALIZAR A ORDEM '
010640                   REG-ORD-CHAVE ' - FS=' WRK-FS-ORDPER
010650           IF WRK-RETORNO < 4
010660              MOVE 4 TO WRK-RETORNO
010670           END-IF
010680     END-REWRITE.
010690 5300-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730* 5400-EXPIRAR-ORDEM - ORDEM COM DATA FIM ANTERIOR A DATA DE     *
010740*                      REFERENCIA PASSA A EXPIRADA E NAO E MAIS  *
010750*                      PROCESSADA.                               *
010760******************************************************************
010770 5400-EXPIRAR-ORDEM.
010780
010790     SET REG-ORD-EXPIRADA  TO TRUE
010800     MOVE WRK-DATA-SISTEMA TO REG-ORD-DATA-ALTERACAO
010810     REWRITE REG-ORDPER
010820        INVALID KEY
010830           DISPLAY 'SOLPROG - AVISO - ERRO AO EXPIRAR A ORDEM '
010840                   REG-ORD-CHAVE ' - FS=' WRK-FS-ORDPER
010850           IF WRK-RETORNO < 4
010860              MOVE 4 TO WRK-RETORNO
010870           END-IF
010880           GO TO 5400-EXIT
010890     END-REWRITE
010900
010910     ADD 1 TO WRK-QTDE-EXPIRADAS
010920     IF WRK-CRIADO
010930        MOVE 'PEDIDO CRIADO - ORDEM EXPIRADA' TO WRK-SITUACAO
010940     ELSE
010950        MOVE 'ORDEM EXPIRADA' TO WRK-SITUACAO
010960     END-IF.
010970 5400-EXIT.
010980     EXIT.
010990
011000******************************************************************
011010* 6000-IMPRIMIR-ORDEM - IMPRIME A LINHA DA ORDEM COM A           *
011020*                       OCORRENCIA, A REFERENCIA E A SITUACAO.   *
011030******************************************************************
011040 6000-IMPRIMIR-ORDEM.
011050
011060     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
011070        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
011080     END-IF
011090
011100     MOVE REG-ORD-SOLICITANTE TO DET-SOLICITANTE
011110     MOVE REG-ORD-CODIGO      TO DET-CODIGO
011120     EVALUATE TRUE
011130        WHEN REG-ORD-DIARIA
011140           MOVE 'DIARIA'     TO DET-FREQUENCIA
011150        WHEN REG-ORD-SEMANAL
011160           MOVE 'SEMANAL'    TO DET-FREQUENCIA
011170        WHEN REG-ORD-MENSAL
011180           MOVE 'MENSAL'     TO DET-FREQUENCIA
011190        WHEN REG-ORD-FIM-MES
011200           MOVE 'FIM DE MES' TO DET-FREQUENCIA
011210        WHEN OTHER
011220           MOVE REG-ORD-FREQUENCIA TO DET-FREQUENCIA
011230     END-EVALUATE
011240     IF REG-ORD-SEMANAL OR REG-ORD-MENSAL
011250        MOVE REG-ORD-DIA TO DET-DIA
011260     ELSE
011270        MOVE SPACES      TO DET-DIA
011280     END-IF
011290
011300     MOVE REG-ORD-DATA-INICIO TO WRK-DATA-EDITAR
011310     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
011320     MOVE WRK-DATA-SAIDA      TO DET-INICIO
011330     MOVE REG-ORD-DATA-FIM    TO WRK-DATA-EDITAR
011340     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
011350     MOVE WRK-DATA-SAIDA      TO DET-FIM
011360     MOVE WRK-OCORRENCIA      TO WRK-DATA-EDITAR
011370     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
011380     MOVE WRK-DATA-SAIDA      TO DET-OCORRENCIA
011390     MOVE WRK-REFERENCIA      TO DET-REFERENCIA
011400     MOVE WRK-SITUACAO        TO DET-SITUACAO
011410     MOVE DET-LINHA TO REG-RELPROG
011420     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
011430 6000-EXIT.
011440     EXIT.
011450
011460******************************************************************
011470* 6100-EDITAR-DATA - EDITA UMA DATA AAAAMMDD COMO DD/MM/AAAA     *
011480*                    (ZERO = BRANCO, 99999999 = SEM FIM).        *
011490******************************************************************
011500 6100-EDITAR-DATA.
011510
011520     IF WRK-DATA-EDITAR IS NOT NUMERIC
011530        OR WRK-DATA-EDITAR = ZEROS
011540        MOVE SPACES TO WRK-DATA-SAIDA
011550        GO TO 6100-EXIT
011560     END-IF
011570     IF WRK-DATA-EDITAR = WRK-SEM-FIM
011580        MOVE 'SEM FIM' TO WRK-DATA-SAIDA
011590        GO TO 6100-EXIT
011600     END-IF
011610
011620     MOVE WRK-DATA-EDITAR (7:2) TO WRK-DTE-DIA
011630     MOVE WRK-DATA-EDITAR (5:2) TO WRK-DTE-MES
011640     MOVE WRK-DATA-EDITAR (1:4) TO WRK-DTE-ANO
011650     MOVE WRK-DATA-EDITADA      TO WRK-DATA-SAIDA.
011660 6100-EXIT.
011670     EXIT.
011680
011690******************************************************************
011700* 7000-IMPRIMIR-CABECALHO - IMPRIME O CABECALHO DO RELATORIO.    *
011710******************************************************************
011720 7000-IMPRIMIR-CABECALHO.
011730
011740     ADD 1 TO WRK-PAG-CONTADOR
011750     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
011760     MOVE WRK-DATA-SISTEMA(7:2) TO CAB-EMI-DIA
011770     MOVE WRK-DATA-SISTEMA(5:2) TO CAB-EMI-MES
011780     MOVE WRK-DATA-SISTEMA(1:4) TO CAB-EMI-ANO
011790     MOVE WRK-DATA-BASE TO WRK-DATA-EDITAR
011800     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
011810     MOVE WRK-DATA-SAIDA TO CAB-DATA-BASE
011820     MOVE WRK-DATA-BASE TO WRK-DTC-DATA
011830     PERFORM 9200-VERIFICAR-DIA-UTIL THRU 9200-EXIT
011840     IF WRK-DIA-UTIL
011850        MOVE 'DIA UTIL'          TO CAB-TIPO-DIA
011860     ELSE
011870        MOVE 'NAO E DIA UTIL'    TO CAB-TIPO-DIA
011880     END-IF
011890     MOVE WRK-QTDE-FERIADOS TO CAB-QTDE-FERIADOS
011900
011910     MOVE CAB-LINHA-1 TO REG-RELPROG
011920     WRITE REG-RELPROG AFTER ADVANCING PAGE
011930     MOVE CAB-LINHA-2 TO REG-RELPROG
011940     WRITE REG-RELPROG AFTER ADVANCING 1 LINE
011950     MOVE SPACES TO REG-RELPROG
011960     WRITE REG-RELPROG AFTER ADVANCING 1 LINE
011970     MOVE CAB-COLUNAS TO REG-RELPROG
011980     WRITE REG-RELPROG AFTER ADVANCING 1 LINE
011990     MOVE SPACES TO REG-RELPROG
012000     WRITE REG-RELPROG AFTER ADVANCING 1 LINE
012010     MOVE 6 TO WRK-LIN-CONTADOR.
012020 7000-EXIT.
012030     EXIT.
012040
012050******************************************************************
012060* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO.              *
012070******************************************************************
012080 7100-GRAVAR-LINHA.
012090
012100     WRITE REG-RELPROG AFTER ADVANCING 1 LINE
012110     ADD 1 TO WRK-LIN-CONTADOR.
012120 7100-EXIT.
012130     EXIT.
012140
012150******************************************************************
012160* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA GERACAO.           *
012170******************************************************************
012180 8000-IMPRIMIR-TOTAIS.
012190
012200     IF WRK-LIN-CONTADOR > WRK-LIN-MAX - 9
012210        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
012220     END-IF
012230     MOVE SPACES TO REG-RELPROG
012240     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012250     MOVE 'ORDENS EM VIGOR......................: '
012260       TO TOT-DESCRICAO
012270     MOVE WRK-QTDE-ORDENS TO TOT-VALOR
012280     MOVE TOT-LINHA TO REG-RELPROG
012290     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012300     MOVE 'PEDIDOS CRIADOS NA ENTRADA...........: '
012310       TO TOT-DESCRICAO
012320     MOVE WRK-QTDE-CRIADOS TO TOT-VALOR
012330     MOVE TOT-LINHA TO REG-RELPROG
012340     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012350     MOVE 'PEDIDOS QUE JA ESTAVAM NA ENTRADA....: '
012360       TO TOT-DESCRICAO
012370     MOVE WRK-QTDE-JA-ENTRADA TO TOT-VALOR
012380     MOVE TOT-LINHA TO REG-RELPROG
012390     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012400     MOVE 'ORDENS SEM OCORRENCIA NOVA...........: '
012410       TO TOT-DESCRICAO
012420     MOVE WRK-QTDE-SEM-OCORRENCIA TO TOT-VALOR
012430     MOVE TOT-LINHA TO REG-RELPROG
012440     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012450     MOVE 'ORDENS SUSPENSAS.....................: '
012460       TO TOT-DESCRICAO
012470     MOVE WRK-QTDE-SUSPENSAS TO TOT-VALOR
012480     MOVE TOT-LINHA TO REG-RELPROG
012490     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012500     MOVE 'ORDENS COM AGENDA INVALIDA...........: '
012510       TO TOT-DESCRICAO
012520     MOVE WRK-QTDE-INVALIDAS TO TOT-VALOR
012530     MOVE TOT-LINHA TO REG-RELPROG
012540     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012550     MOVE 'ORDENS EXPIRADAS NESTA EXECUCAO......: '
012560       TO TOT-DESCRICAO
012570     MOVE WRK-QTDE-EXPIRADAS TO TOT-VALOR
012580     MOVE TOT-LINHA TO REG-RELPROG
012590     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012600     MOVE 'ORDENS JA ENCERRADAS (NAO LISTADAS)..: '
012610       TO TOT-DESCRICAO
012620     MOVE WRK-QTDE-ENCERRADAS TO TOT-VALOR
012630     MOVE TOT-LINHA TO REG-RELPROG
012640     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012650
012660     DISPLAY 'SOLPROG - ORDENS EM VIGOR.....: ' WRK-QTDE-ORDENS
012670     DISPLAY 'SOLPROG - PEDIDOS CRIADOS.....: ' WRK-QTDE-CRIADOS
012680     DISPLAY 'SOLPROG - JA NA ENTRADA.......: '
012690             WRK-QTDE-JA-ENTRADA
012700     DISPLAY 'SOLPROG - ORDENS EXPIRADAS....: '
012710             WRK-QTDE-EXPIRADAS.
012720 8000-EXIT.
012730     EXIT.
012740
012750******************************************************************
012760* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO RUNCTL O REGISTRO DO       *
012770*                            PASSO, COM O RETURN-CODE E A        *
012780*                            QUANTIDADE DE PEDIDOS CRIADOS.      *
012790******************************************************************
012800 8500-GRAVAR-RUN-CONTROLE.
012810
012820     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
012830     ACCEPT WRK-HORA-CTL FROM TIME
012840     OPEN EXTEND RUNCTL
012850     IF WRK-FS-RUNCTL = '35'
012860        OPEN OUTPUT RUNCTL
012870     END-IF
012880     IF WRK-FS-RUNCTL NOT = '00'
012890        DISPLAY 'SOLPROG - AVISO - RUNCTL INDISPONIVEL - FS='
012900                WRK-FS-RUNCTL
012910        GO TO 8500-EXIT
012920     END-IF
012930
012940     MOVE SPACES            TO REG-RUNCTL
012950     SET REG-RUN-REG-PASSO  TO TRUE
012960     MOVE ZEROS             TO REG-RUN-RODADA
012970     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
012980     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
012990     MOVE 'SOLPROG '        TO REG-RUN-PAS-PROGRAMA
013000     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
013010     MOVE WRK-QTDE-CRIADOS  TO REG-RUN-PAS-QTDE-REGS
013020     WRITE REG-RUNCTL
013030     CLOSE RUNCTL.
013040 8500-EXIT.
013050     EXIT.
013060
013070******************************************************************
013080* 9050-VALIDAR-DATA - VERIFICA SE A DATA DE TRABALHO EXISTE NO   *
013090*                     CALENDARIO.                                *
013100******************************************************************
013110 9050-VALIDAR-DATA.
013120
013130     MOVE 'N' TO WRK-SW-DATA-VALIDA
013140     IF WRK-DTC-ANO < 1900
013150        OR WRK-DTC-MES < 1 OR WRK-DTC-MES > 12
013160        OR WRK-DTC-DIA < 1
013170        GO TO 9050-EXIT
013180     END-IF
013190     PERFORM 9300-CALCULAR-ULTIMO-DIA THRU 9300-EXIT
013200     IF WRK-DTC-DIA > WRK-ULT-DIA-MES
013210        GO TO 9050-EXIT
013220     END-IF
013230     MOVE 'S' TO WRK-SW-DATA-VALIDA.
013240 9050-EXIT.
013250     EXIT.
013260
013270******************************************************************
013280* 9100-AVANCAR-DIA - AVANCA (9100) OU RECUA (9150) UM DIA NA     *
013290*                    DATA DE TRABALHO, COM VIRADA DE MES E DE    *
013300*                    ANO.                                        *
013310******************************************************************
013320 9100-AVANCAR-DIA.
013330
013340     PERFORM 9300-CALCULAR-ULTIMO-DIA THRU 9300-EXIT
013350     IF WRK-DTC-DIA < WRK-ULT-DIA-MES
013360        ADD 1 TO WRK-DTC-DIA
013370        GO TO 9100-EXIT
013380     END-IF
013390
013400     MOVE 1 TO WRK-DTC-DIA
013410     IF WRK-DTC-MES = 12
013420        MOVE 1 TO WRK-DTC-MES
013430        ADD 1 TO WRK-DTC-ANO
013440     ELSE
013450        ADD 1 TO WRK-DTC-MES
013460     END-IF.
013470 9100-EXIT.
013480     EXIT.
013490
013500 9150-RECUAR-DIA.
013510
013520     IF WRK-DTC-DIA > 1
013530        SUBTRACT 1 FROM WRK-DTC-DIA
013540        GO TO 9150-EXIT
013550     END-IF
013560
013570     IF WRK-DTC-MES = 1
013580        MOVE 12 TO WRK-DTC-MES
013590        SUBTRACT 1 FROM WRK-DTC-ANO
013600     ELSE
013610        SUBTRACT 1 FROM WRK-DTC-MES
013620     END-IF
013630     PERFORM 9300-CALCULAR-ULTIMO-DIA THRU 9300-EXIT
013640     MOVE WRK-ULT-DIA-MES TO WRK-DTC-DIA.
013650 9150-EXIT.
013660     EXIT.
013670
013680******************************************************************
013690* 9200-VERIFICAR-DIA-UTIL - CALCULA O DIA DA SEMANA DA DATA DE   *
013700*                           TRABALHO (1 = SEGUNDA ... 7 =        *
013710*                           DOMINGO) E VERIFICA SE E DIA UTIL:   *
013720*                           DE SEGUNDA A SEXTA E FORA DA TABELA  *
013730*                           DE FERIADOS.                         *
013740******************************************************************
013750 9200-VERIFICAR-DIA-UTIL.
013760
013770     PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
013780     COMPUTE WRK-DTC-PARCELA = WRK-DTC-DIAS + 5
013790     DIVIDE WRK-DTC-PARCELA BY 7 GIVING WRK-DTC-QUOCIENTE
013800            REMAINDER WRK-DTC-SEMANA
013810     ADD 1 TO WRK-DTC-SEMANA
013820
013830     MOVE 'N' TO WRK-SW-DIA-UTIL
013840     IF WRK-DTC-SEMANA > 5
013850        GO TO 9200-EXIT
013860     END-IF
013870     PERFORM 9250-COMPARAR-FERIADO THRU 9250-EXIT
013880         VARYING WRK-IND-FER FROM 1 BY 1
013890         UNTIL WRK-IND-FER > WRK-QTDE-FERIADOS
013900            OR TAB-FER-DATA (WRK-IND-FER) = WRK-DTC-DATA
013910     IF WRK-IND-FER > WRK-QTDE-FERIADOS
013920        MOVE 'S' TO WRK-SW-DIA-UTIL
013930     END-IF.
013940 9200-EXIT.
013950     EXIT.
013960
013970 9250-COMPARAR-FERIADO.
013980
013990     CONTINUE.
014000 9250-EXIT.
014010     EXIT.
014020
014030******************************************************************
014040* 9300-CALCULAR-ULTIMO-DIA - ULTIMO DIA DO MES DA DATA DE        *
014050*                            TRABALHO, COM FEVEREIRO DE ANO      *
014060*                            BISSEXTO.                           *
014070******************************************************************
014080 9300-CALCULAR-ULTIMO-DIA.
014090
014100     MOVE TAB-DIAS-MES-ITEM (WRK-DTC-MES) TO WRK-ULT-DIA-MES
014110     IF WRK-DTC-MES NOT = 2
014120        GO TO 9300-EXIT
014130     END-IF
014140
014150     DIVIDE WRK-DTC-ANO BY 4 GIVING WRK-BIS-QUOCIENTE
014160            REMAINDER WRK-BIS-RESTO-4
014170     DIVIDE WRK-DTC-ANO BY 100 GIVING WRK-BIS-QUOCIENTE
014180            REMAINDER WRK-BIS-RESTO-100
014190     DIVIDE WRK-DTC-ANO BY 400 GIVING WRK-BIS-QUOCIENTE
014200            REMAINDER WRK-BIS-RESTO-400
014210     IF WRK-BIS-RESTO-4 = ZEROS
014220        AND (WRK-BIS-RESTO-100 NOT = ZEROS
014230             OR WRK-BIS-RESTO-400 = ZEROS)
014240        MOVE 29 TO WRK-ULT-DIA-MES
014250     END-IF.
014260 9300-EXIT.
014270     EXIT.
014280
014290******************************************************************
014300* 9400-CONVERTER-DATA-DIAS - CONVERTE A DATA DE TRABALHO         *
014310*                            (AAAAMMDD) EM CONTAGEM CORRIDA DE   *
014320*                            DIAS, PELO CALENDARIO GREGORIANO.   *
014330******************************************************************
014340 9400-CONVERTER-DATA-DIAS.
014350
014360     MOVE WRK-DTC-ANO TO WRK-DTC-ANO-T
014370     MOVE WRK-DTC-MES TO WRK-DTC-MES-T
014380     IF WRK-DTC-MES-T < 3
014390        SUBTRACT 1 FROM WRK-DTC-ANO-T
014400        ADD 12 TO WRK-DTC-MES-T
014410     END-IF
014420     COMPUTE WRK-DTC-DIAS = (365 * WRK-DTC-ANO-T) + WRK-DTC-DIA
014430     DIVIDE WRK-DTC-ANO-T BY 4 GIVING WRK-DTC-PARCELA
014440     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS
014450     DIVIDE WRK-DTC-ANO-T BY 100 GIVING WRK-DTC-PARCELA
014460     SUBTRACT WRK-DTC-PARCELA FROM WRK-DTC-DIAS
014470     DIVIDE WRK-DTC-ANO-T BY 400 GIVING WRK-DTC-PARCELA
014480     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS
014490     COMPUTE WRK-DTC-PARCELA = 153 * (WRK-DTC-MES-T + 1)
014500     DIVIDE WRK-DTC-PARCELA BY 5 GIVING WRK-DTC-PARCELA
014510     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS.
014520 9400-EXIT.
014530     EXIT.
014540
014550******************************************************************
014560* 9500-LOCALIZAR-MARCA - PROCURA NO PADRAO DA REFERENCIA A MARCA *
014570*                        DE DATA (AAAAMMDD, AAAAMM OU AAMMDD) E  *
014580*                        GUARDA A POSICAO E O TIPO; POSICAO ZERO *
014590*                        = PADRAO SEM MARCA.                     *
014600******************************************************************
014610 9500-LOCALIZAR-MARCA.
014620
014630     MOVE ZEROS  TO WRK-MRC-POSICAO
014640     MOVE SPACES TO WRK-MRC-TIPO
014650     PERFORM 9510-TESTAR-POSICAO THRU 9510-EXIT
014660         VARYING WRK-IND-POS FROM 1 BY 1
014670         UNTIL WRK-IND-POS > 7
014680            OR WRK-MRC-POSICAO > ZEROS.
014690 9500-EXIT.
014700     EXIT.
014710
014720 9510-TESTAR-POSICAO.
014730
014740     IF WRK-IND-POS < 6
014750        IF WRK-PADRAO (WRK-IND-POS:8) = 'AAAAMMDD'
014760           MOVE WRK-IND-POS TO WRK-MRC-POSICAO
014770           MOVE 'D'         TO WRK-MRC-TIPO
014780           GO TO 9510-EXIT
014790        END-IF
014800     END-IF
014810     IF WRK-PADRAO (WRK-IND-POS:6) = 'AAAAMM'
014820        MOVE WRK-IND-POS TO WRK-MRC-POSICAO
014830        MOVE 'M'         TO WRK-MRC-TIPO
014840        GO TO 9510-EXIT
014850     END-IF
014860     IF WRK-PADRAO (WRK-IND-POS:6) = 'AAMMDD'
014870        MOVE WRK-IND-POS TO WRK-MRC-POSICAO
014880        MOVE 'C'         TO WRK-MRC-TIPO
014890     END-IF.
014900 9510-EXIT.
014910     EXIT.
014920
014930******************************************************************
014940* 9999-ENCERRAR - FECHA OS ARQUIVOS, REGISTRA O PASSO NO RUNCTL  *
014950*                 E DEVOLVE O RETURN-CODE.                       *
014960******************************************************************
014970 9999-ENCERRAR.
014980
014990     IF WRK-ORDPER-ABERTO
015000        CLOSE ORDPER
015010     END-IF
015020     IF WRK-ENTRADA-ABERTA
015030        CLOSE ENTRADA
015040     END-IF
015050     IF WRK-RELPROG-ABERTO
015060        CLOSE RELPROG
015070     END-IF
015080     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
015090     MOVE WRK-RETORNO TO RETURN-CODE
015100     STOP RUN.
015110 9999-EXIT.
015120     EXIT.
015130
015140 END PROGRAM SOLPROG.
