000010******************************************************************
000020* PROGRAM  : SOLORD                                              *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : MANUTENCAO DO CADASTRO DE ORDENS PERMANENTES        *
000070*            (ORDPER), DE ONDE O SOLPROG GERA OS PEDIDOS         *
000080*            RECORRENTES NA ENTRADA. APLICA O ARQUIVO DE         *
000090*            MOVIMENTO (MOVORD), UMA ACAO POR REGISTRO, E        *
000100*            IMPRIME O RELATORIO DA MANUTENCAO (RELORD) COM O    *
000110*            MOVIMENTO E O RESULTADO DE CADA ACAO:               *
000120*              I = INCLUIR (FREQUENCIA, PADRAO DA REFERENCIA E   *
000130*                  PEDIDO OBRIGATORIOS; SAI ATIVA)               *
000140*              A = ALTERAR (SO OS CAMPOS INFORMADOS)             *
000150*              S = SUSPENDER (A ORDEM DEIXA DE GERAR PEDIDOS)    *
000160*              R = REATIVAR A ORDEM SUSPENSA                     *
000170*              E = ENCERRAR DEFINITIVAMENTE                      *
000180*            FREQUENCIA: D = DIARIA, S = SEMANAL (DIA 1=SEGUNDA  *
000190*            A 5=SEXTA), M = MENSAL (N-ESIMO DIA UTIL, 01 A 23), *
000200*            F = FIM DE MES. INICIO EM BRANCO = DATA DE HOJE;    *
000210*            FIM EM BRANCO = SEM FIM. O PADRAO DA REFERENCIA TEM *
000220*            A MARCA AAAAMMDD, AAMMDD OU AAAAMM (DIARIA E        *
000230*            SEMANAL PRECISAM DO DIA). O PEDIDO VEM NO LEIAUTE   *
000240*            DA ENTRADA; SOLICITANTE E REFERENCIA DO PEDIDO SAO  *
000250*            IGNORADOS. A ORDEM NUNCA E APAGADA: ENCERRADA OU    *
000260*            EXPIRADA FICA NO CADASTRO E NAO ACEITA MAIS         *
000270*            ALTERACAO.                                          *
000280*                                                                *
000290*            RETURN-CODES: 0 = TODO O MOVIMENTO APLICADO; 4 =    *
000300*            HOUVE MOVIMENTO REJEITADO; 16 = ERRO DE ABERTURA    *
000310*            DE ARQUIVO.                                         *
000320******************************************************************
000330* MODIFICATION HISTORY                                           *
000340*  DATE       INIC  DESCRICAO                                    *
000350*  15/10/2026 RL    VERSAO INICIAL - INCLUSAO, ALTERACAO,        *
000360*                   SUSPENSAO, REATIVACAO E ENCERRAMENTO DAS     *
000370*                   ORDENS PERMANENTES.                          *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     SOLORD.
000410 AUTHOR.         ROBSON LIMA.
000420 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000430 DATE-WRITTEN.   15/10/2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT MOVORD ASSIGN TO MOVORD
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-FS-MOVORD.
000510     SELECT ORDPER ASSIGN TO ORDPER
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS REG-ORD-CHAVE
000550         FILE STATUS IS WRK-FS-ORDPER.
000560     SELECT RELORD ASSIGN TO RELORD
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-FS-RELORD.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MOVORD
000620     RECORDING MODE IS F.
000630 01  REG-MOVORD.
000640     05 REG-MOV-AGENDA.
000650        10 REG-MOV-ACAO           PIC X(01).
000660           88 REG-MOV-INCLUIR         VALUE 'I'.
000670           88 REG-MOV-ALTERAR         VALUE 'A'.
000680           88 REG-MOV-SUSPENDER       VALUE 'S'.
000690           88 REG-MOV-REATIVAR        VALUE 'R'.
000700           88 REG-MOV-ENCERRAR        VALUE 'E'.
000710        10 FILLER                 PIC X(01).
000720        10 REG-MOV-SOLICITANTE    PIC X(08).
000730        10 FILLER                 PIC X(01).
000740        10 REG-MOV-CODIGO         PIC X(04).
000750        10 FILLER                 PIC X(01).
000760        10 REG-MOV-FREQUENCIA     PIC X(01).
000770        10 FILLER                 PIC X(01).
000780        10 REG-MOV-DIA            PIC X(02).
000790        10 REG-MOV-DIA-N REDEFINES REG-MOV-DIA
000800                                  PIC 9(02).
000810        10 FILLER                 PIC X(01).
000820        10 REG-MOV-DATA-INICIO    PIC X(08).
000830        10 REG-MOV-DATA-INICIO-N REDEFINES REG-MOV-DATA-INICIO
000840                                  PIC 9(08).
000850        10 FILLER                 PIC X(01).
000860        10 REG-MOV-DATA-FIM       PIC X(08).
000870        10 REG-MOV-DATA-FIM-N REDEFINES REG-MOV-DATA-FIM
000880                                  PIC 9(08).
000890        10 FILLER                 PIC X(01).
000900        10 REG-MOV-PADRAO-REF     PIC X(12).
000910     05 FILLER                    PIC X(01).
000920     05 REG-MOV-PEDIDO            PIC X(96).
000930     05 FILLER                    PIC X(02).
000940
000950 FD  ORDPER.
000960 01  REG-ORDPER.
000970     05 REG-ORD-CHAVE.
000980        10 REG-ORD-SOLICITANTE      PIC X(08).
000990        10 REG-ORD-CODIGO           PIC X(04).
001000     05 FILLER                    PIC X(01).
001010     05 REG-ORD-SITUACAO          PIC X(01).
001020        88 REG-ORD-ATIVA              VALUE 'A'.
001030        88 REG-ORD-SUSPENSA           VALUE 'S'.
001040        88 REG-ORD-ENCERRADA          VALUE 'E'.
001050        88 REG-ORD-EXPIRADA           VALUE 'X'.
001060     05 FILLER                    PIC X(01).
001070     05 REG-ORD-FREQUENCIA        PIC X(01).
001080        88 REG-ORD-DIARIA             VALUE 'D'.
001090        88 REG-ORD-SEMANAL            VALUE 'S'.
001100        88 REG-ORD-MENSAL             VALUE 'M'.
001110        88 REG-ORD-FIM-MES            VALUE 'F'.
001120     05 FILLER                    PIC X(01).
001130     05 REG-ORD-DIA               PIC 9(02).
001140     05 FILLER                    PIC X(01).
001150     05 REG-ORD-DATA-INICIO       PIC 9(08).
001160     05 FILLER                    PIC X(01).
001170     05 REG-ORD-DATA-FIM          PIC 9(08).
001180     05 FILLER                    PIC X(01).
001190     05 REG-ORD-PADRAO-REF        PIC X(12).
001200     05 FILLER                    PIC X(01).
001210     05 REG-ORD-PEDIDO            PIC X(96).
001220     05 FILLER                    PIC X(01).
001230     05 REG-ORD-DATA-INCLUSAO     PIC 9(08).
001240     05 FILLER                    PIC X(01).
001250     05 REG-ORD-DATA-ALTERACAO    PIC 9(08).
001260     05 FILLER                    PIC X(01).
001270     05 REG-ORD-ULT-OCORRENCIA    PIC 9(08).
001280     05 FILLER                    PIC X(01).
001290     05 REG-ORD-DATA-ULT-GERACAO  PIC 9(08).
001300     05 FILLER                    PIC X(01).
001310     05 REG-ORD-QTDE-GERADOS      PIC 9(05).
001320     05 FILLER                    PIC X(01).
001330     05 REG-ORD-ULT-REFERENCIA    PIC X(12).
001340     05 FILLER                    PIC X(48).
001350
001360 FD  RELORD
001370     RECORDING MODE IS F.
001380 01  REG-RELORD                  PIC X(132).
001390 WORKING-STORAGE SECTION.
001400 77 WRK-FS-MOVORD                PIC X(02) VALUE ZEROS.
001410 77 WRK-FS-ORDPER                PIC X(02) VALUE ZEROS.
001420 77 WRK-FS-RELORD                PIC X(02) VALUE ZEROS.
001430 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
001440 77 WRK-SW-FIM-MOVORD            PIC X(01) VALUE 'N'.
001450    88 WRK-FIM-MOVORD                VALUE 'S'.
001460 77 WRK-SW-ORD-EXISTE            PIC X(01) VALUE 'N'.
001470    88 WRK-ORD-EXISTE                VALUE 'S'.
001480 77 WRK-SW-MOV-APLICADO          PIC X(01) VALUE 'N'.
001490    88 WRK-MOV-APLICADO              VALUE 'S'.
001500 77 WRK-SW-DATA-VALIDA           PIC X(01) VALUE 'N'.
001510    88 WRK-DATA-VALIDA               VALUE 'S'.
001520 77 WRK-MSG-RESULTADO            PIC X(40) VALUE SPACES.
001530 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
001540 77 WRK-SEM-FIM                  PIC 9(08) VALUE 99999999.
001550 77 WRK-ULT-DIA-MES              PIC 9(02) VALUE ZEROS.
001560 77 WRK-BIS-QUOCIENTE            PIC S9(05) COMP VALUE ZEROS.
001570 77 WRK-BIS-RESTO-4              PIC S9(04) COMP VALUE ZEROS.
001580 77 WRK-BIS-RESTO-100            PIC S9(04) COMP VALUE ZEROS.
001590 77 WRK-BIS-RESTO-400            PIC S9(04) COMP VALUE ZEROS.
001600 77 WRK-IND-POS                  PIC S9(04) COMP VALUE ZEROS.
001610 77 WRK-MRC-POSICAO              PIC S9(04) COMP VALUE ZEROS.
001620 77 WRK-MRC-TIPO                 PIC X(01) VALUE SPACES.
001630    88 WRK-MRC-DIA-COMPLETO          VALUE 'D'.
001640    88 WRK-MRC-DIA-CURTO             VALUE 'C'.
001650    88 WRK-MRC-MES                   VALUE 'M'.
001660 77 WRK-PADRAO                   PIC X(12) VALUE SPACES.
001670 77 WRK-SEQ-MOVIMENTO            PIC 9(05) VALUE ZEROS.
001680 77 WRK-QTDE-LIDOS               PIC 9(05) VALUE ZEROS.
001690 77 WRK-QTDE-APLICADOS           PIC 9(05) VALUE ZEROS.
001700 77 WRK-QTDE-REJEITADOS          PIC 9(05) VALUE ZEROS.
001710 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
001720 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
001730 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
001740
001750 01 WRK-DTC-DATA                 PIC 9(08) VALUE ZEROS.
001760 01 WRK-DTC-DATA-R REDEFINES WRK-DTC-DATA.
001770    05 WRK-DTC-ANO               PIC 9(04).
001780    05 WRK-DTC-MES               PIC 9(02).
001790    05 WRK-DTC-DIA               PIC 9(02).
001800
001810 01 TAB-DIAS-MES-VALORES         PIC X(24) VALUE
001820    '312831303130313130313031'.
001830 01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
001840    05 TAB-DIAS-MES-ITEM         PIC 9(02) OCCURS 12 TIMES.
001850
001860*    PEDIDO DA ORDEM NO LEIAUTE DA ENTRADA, PARA A CRITICA.
001870 01 WRK-PEDIDO.
001880    05 WRK-PED-QTDE-TERMOS       PIC 9(03).
001890    05 FILLER                    PIC X(01).
001900    05 WRK-PED-SEMENTE-1         PIC S9(18).
001910    05 FILLER                    PIC X(01).
001920    05 WRK-PED-SEMENTE-2         PIC S9(18).
001930    05 FILLER                    PIC X(01).
001940    05 WRK-PED-MODO              PIC X(01).
001950       88 WRK-PED-MODO-LOCALIZAR     VALUE 'L'.
001960       88 WRK-PED-MODO-GERAR         VALUE 'G' SPACE.
001970       88 WRK-PED-MODO-LIMITE        VALUE 'A'.
001980       88 WRK-PED-MODO-MODULO        VALUE 'M'.
001990    05 FILLER                    PIC X(01).
002000    05 WRK-PED-VALOR-PROCURADO   PIC S9(18).
002010    05 FILLER                    PIC X(01).
002020    05 WRK-PED-SOLICITANTE       PIC X(08).
002030    05 FILLER                    PIC X(01).
002040    05 WRK-PED-REFERENCIA        PIC X(12).
002050    05 FILLER                    PIC X(01).
002060    05 WRK-PED-COEF-P            PIC S9(04).
002070    05 FILLER                    PIC X(01).
002080    05 WRK-PED-COEF-Q            PIC S9(04).
002090    05 FILLER                    PIC X(01).
002100    05 WRK-PED-CLASSE            PIC X(01).
002110       88 WRK-PED-CLASSE-PESADA      VALUE 'P'.
002120       88 WRK-PED-CLASSE-NORMAL      VALUE 'N' SPACE.
002130
002140 01 CAB-LINHA-1.
002150    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
002160    05 FILLER                    PIC X(42) VALUE
002170       'MANUTENCAO DAS ORDENS PERMANENTES         '.
002180    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
002190    05 CAB-EMI-DIA               PIC X(02).
002200    05 FILLER                    PIC X(01) VALUE '/'.
002210    05 CAB-EMI-MES               PIC X(02).
002220    05 FILLER                    PIC X(01) VALUE '/'.
002230    05 CAB-EMI-ANO               PIC X(04).
002240    05 FILLER                    PIC X(06) VALUE SPACES.
002250    05 FILLER                    PIC X(05) VALUE 'PAG. '.
002260    05 CAB-PAGINA                PIC ZZZ9.
002270    05 FILLER                    PIC X(46) VALUE SPACES.
002280
002290 01 CAB-COLUNAS.
002300    05 FILLER                    PIC X(07) VALUE '   MOV.'.
002310    05 FILLER                    PIC X(53) VALUE
002320       'MOV. (ACAO/SOLICIT./ORDEM/FREQ/DIA/INICIO/FIM/PADRAO)'.
002330    05 FILLER                    PIC X(72) VALUE 'RESULTADO'.
002340
002350 01 DET-LINHA.
002360    05 FILLER                    PIC X(01) VALUE SPACES.
002370    05 DET-SEQ-MOVIMENTO         PIC ZZZZ9.
002380    05 FILLER                    PIC X(01) VALUE SPACES.
002390    05 DET-MOVIMENTO             PIC X(51).
002400    05 FILLER                    PIC X(02) VALUE SPACES.
002410    05 DET-RESULTADO             PIC X(40).
002420    05 FILLER                    PIC X(32) VALUE SPACES.
002430
002440 01 DET-LINHA-PEDIDO.
002450    05 FILLER                    PIC X(07) VALUE SPACES.
002460    05 FILLER                    PIC X(08) VALUE 'PEDIDO: '.
002470    05 DET-PEDIDO                PIC X(96).
002480    05 FILLER                    PIC X(21) VALUE SPACES.
002490
002500 01 TOT-LINHA-1.
002510    05 FILLER                    PIC X(26) VALUE
002520       'MOVIMENTOS LIDOS........: '.
002530    05 TOT-LIDOS                 PIC ZZ,ZZ9.
002540    05 FILLER                    PIC X(100) VALUE SPACES.
002550
002560 01 TOT-LINHA-2.
002570    05 FILLER                    PIC X(26) VALUE
002580       'MOVIMENTOS APLICADOS....: '.
002590    05 TOT-APLICADOS             PIC ZZ,ZZ9.
002600    05 FILLER                    PIC X(100) VALUE SPACES.
002610
002620 01 TOT-LINHA-3.
002630    05 FILLER                    PIC X(26) VALUE
002640       'MOVIMENTOS REJEITADOS...: '.
002650    05 TOT-REJEITADOS            PIC ZZ,ZZ9.
002660    05 FILLER                    PIC X(100) VALUE SPACES.
002670
002680 PROCEDURE DIVISION.
002690 0000-MAINLINE.
002700
002710     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002720
002730     PERFORM 3000-APLICAR-MOVIMENTO THRU 3000-EXIT
002740         UNTIL WRK-FIM-MOVORD
002750
002760     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
002770     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
002780
002790******************************************************************
002800* 1000-INICIALIZAR - ABRE OS ARQUIVOS (O CADASTRO E CRIADO VAZIO *
002810*                    NA PRIMEIRA EXECUCAO), OBTEM A DATA DE      *
002820*                    EMISSAO E FAZ A LEITURA INICIAL.            *
002830******************************************************************
002840 1000-INICIALIZAR.
002850
002860     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
002870
002880     OPEN INPUT MOVORD
002890     IF WRK-FS-MOVORD NOT = '00'
002900        DISPLAY 'SOLORD - ERRO AO ABRIR MOVORD - FS='
002910                WRK-FS-MOVORD
002920        MOVE 'S' TO WRK-SW-FIM-MOVORD
002930        MOVE 16  TO WRK-RETORNO
002940     END-IF
002950
002960     OPEN I-O ORDPER
002970     IF WRK-FS-ORDPER = '35'
002980        OPEN OUTPUT ORDPER
002990        IF WRK-FS-ORDPER = '00'
003000           CLOSE ORDPER
003010           OPEN I-O ORDPER
003020        END-IF
003030     END-IF
003040     IF WRK-FS-ORDPER NOT = '00'
003050        DISPLAY 'SOLORD - ERRO AO ABRIR ORDPER - FS='
003060                WRK-FS-ORDPER
003070        MOVE 'S' TO WRK-SW-FIM-MOVORD
003080        MOVE 16  TO WRK-RETORNO
003090     END-IF
003100
003110     OPEN OUTPUT RELORD
003120     IF WRK-FS-RELORD NOT = '00'
003130        DISPLAY 'SOLORD - ERRO AO ABRIR RELORD - FS='
003140                WRK-FS-RELORD
003150        MOVE 'S' TO WRK-SW-FIM-MOVORD
003160        MOVE 16  TO WRK-RETORNO
003170     END-IF
003180
003190     IF NOT WRK-FIM-MOVORD
003200        PERFORM 2000-LER-MOVORD THRU 2000-EXIT
003210     END-IF.
003220 1000-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260* 2000-LER-MOVORD - LE O PROXIMO MOVIMENTO.                      *
003270******************************************************************
003280 2000-LER-MOVORD.
003290
003300     READ MOVORD
003310         AT END
003320            MOVE 'S' TO WRK-SW-FIM-MOVORD
003330         NOT AT END
003340            ADD 1 TO WRK-SEQ-MOVIMENTO
003350            ADD 1 TO WRK-QTDE-LIDOS
003360     END-READ.
003370 2000-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410* 3000-APLICAR-MOVIMENTO - LOCALIZA A ORDEM NO CADASTRO, APLICA  *
003420*                          A ACAO DO MOVIMENTO E IMPRIME A LINHA *
003430*                          COM O RESULTADO.                      *
003440******************************************************************
003450 3000-APLICAR-MOVIMENTO.
003460
003470     MOVE 'N'    TO WRK-SW-MOV-APLICADO
003480     MOVE SPACES TO WRK-MSG-RESULTADO
003490
003500     IF REG-MOV-SOLICITANTE = SPACES
003510        OR REG-MOV-CODIGO = SPACES
003520        MOVE 'SOLICITANTE E ORDEM OBRIGATORIOS'
003530                                  TO WRK-MSG-RESULTADO
003540        GO TO 3000-IMPRIMIR
003550     END-IF
003560
003570     MOVE REG-MOV-SOLICITANTE TO REG-ORD-SOLICITANTE
003580     MOVE REG-MOV-CODIGO      TO REG-ORD-CODIGO
003590     READ ORDPER
003600        INVALID KEY
003610           MOVE 'N' TO WRK-SW-ORD-EXISTE
003620        NOT INVALID KEY
003630           MOVE 'S' TO WRK-SW-ORD-EXISTE
003640     END-READ
003650
003660     EVALUATE TRUE
003670        WHEN REG-MOV-INCLUIR
003680           PERFORM 3100-INCLUIR-ORDEM THRU 3100-EXIT
003690        WHEN REG-MOV-ALTERAR
003700           PERFORM 3200-ALTERAR-ORDEM THRU 3200-EXIT
003710        WHEN REG-MOV-SUSPENDER
003720           PERFORM 3300-SUSPENDER-ORDEM THRU 3300-EXIT
003730        WHEN REG-MOV-REATIVAR
003740           PERFORM 3400-REATIVAR-ORDEM THRU 3400-EXIT
003750        WHEN REG-MOV-ENCERRAR
003760           PERFORM 3450-ENCERRAR-ORDEM THRU 3450-EXIT
003770        WHEN OTHER
003780           MOVE 'ACAO INVALIDA (I/A/S/R/E)' TO WRK-MSG-RESULTADO
003790     END-EVALUATE.
003800 3000-IMPRIMIR.
003810     IF WRK-MOV-APLICADO
003820        ADD 1 TO WRK-QTDE-APLICADOS
003830     ELSE
003840        ADD 1 TO WRK-QTDE-REJEITADOS
003850     END-IF
003860     PERFORM 4000-IMPRIMIR-MOVIMENTO THRU 4000-EXIT
003870
003880     PERFORM 2000-LER-MOVORD THRU 2000-EXIT.
003890 3000-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 3050-VALIDAR-MOVIMENTO - CRITICA OS CAMPOS NUMERICOS           *
003940*                          INFORMADOS NO MOVIMENTO (BRANCO = NAO *
003950*                          INFORMADO).                           *
003960******************************************************************
003970 3050-VALIDAR-MOVIMENTO.
003980
003990     IF REG-MOV-DIA NOT = SPACES
004000        AND REG-MOV-DIA NOT NUMERIC
004010        MOVE 'DIA DA AGENDA NAO NUMERICO' TO WRK-MSG-RESULTADO
004020        GO TO 3050-EXIT
004030     END-IF
004040     IF REG-MOV-DATA-INICIO NOT = SPACES
004050        AND REG-MOV-DATA-INICIO NOT NUMERIC
004060        MOVE 'DATA INICIO NAO NUMERICA' TO WRK-MSG-RESULTADO
004070        GO TO 3050-EXIT
004080     END-IF
004090     IF REG-MOV-DATA-FIM NOT = SPACES
004100        AND REG-MOV-DATA-FIM NOT NUMERIC
004110        MOVE 'DATA FIM NAO NUMERICA' TO WRK-MSG-RESULTADO
004120     END-IF.
004130 3050-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 3060-VALIDAR-ORDEM - CRITICA A ORDEM JA MONTADA (INCLUSAO) OU  *
004180*                      COM AS ALTERACOES APLICADAS: FREQUENCIA E *
004190*                      DIA COERENTES, DATAS EXISTENTES E EM      *
004200*                      ORDEM, MARCA DE DATA NO PADRAO E O        *
004210*                      PEDIDO. DEIXA A MENSAGEM DO PRIMEIRO      *
004220*                      ERRO.                                     *
004230******************************************************************
004240 3060-VALIDAR-ORDEM.
004250
004260     IF NOT REG-ORD-DIARIA AND NOT REG-ORD-SEMANAL
004270        AND NOT REG-ORD-MENSAL AND NOT REG-ORD-FIM-MES
004280        MOVE 'FREQUENCIA INVALIDA (D/S/M/F)' TO WRK-MSG-RESULTADO
004290        GO TO 3060-EXIT
004300     END-IF
004310     IF REG-ORD-SEMANAL
004320        AND (REG-ORD-DIA < 1 OR REG-ORD-DIA > 5)
004330        MOVE 'DIA DA SEMANA INVALIDO (1 A 5)'
004340                                  TO WRK-MSG-RESULTADO
004350        GO TO 3060-EXIT
004360     END-IF
004370     IF REG-ORD-MENSAL
004380        AND (REG-ORD-DIA < 1 OR REG-ORD-DIA > 23)
004390        MOVE 'DIA UTIL DO MES INVALIDO (01 A 23)'
004400                                  TO WRK-MSG-RESULTADO
004410        GO TO 3060-EXIT
004420     END-IF
004430     IF (REG-ORD-DIARIA OR REG-ORD-FIM-MES)
004440        AND REG-ORD-DIA NOT = ZEROS
004450        MOVE 'DIA NAO SE APLICA A FREQUENCIA'
004460                                  TO WRK-MSG-RESULTADO
004470        GO TO 3060-EXIT
004480     END-IF
004490
004500     MOVE REG-ORD-DATA-INICIO TO WRK-DTC-DATA
004510     PERFORM 9050-VALIDAR-DATA THRU 9050-EXIT
004520     IF NOT WRK-DATA-VALIDA
004530        MOVE 'DATA INICIO INEXISTENTE' TO WRK-MSG-RESULTADO
004540        GO TO 3060-EXIT
004550     END-IF
004560     IF REG-ORD-DATA-FIM NOT = WRK-SEM-FIM
004570        MOVE REG-ORD-DATA-FIM TO WRK-DTC-DATA
004580        PERFORM 9050-VALIDAR-DATA THRU 9050-EXIT
004590        IF NOT WRK-DATA-VALIDA
004600           MOVE 'DATA FIM INEXISTENTE' TO WRK-MSG-RESULTADO
004610           GO TO 3060-EXIT
004620        END-IF
004630     END-IF
004640     IF REG-ORD-DATA-FIM < REG-ORD-DATA-INICIO
004650        MOVE 'DATA FIM ANTERIOR AO INICIO' TO WRK-MSG-RESULTADO
004660        GO TO 3060-EXIT
004670     END-IF
004680
004690     MOVE REG-ORD-PADRAO-REF TO WRK-PADRAO
004700     PERFORM 9500-LOCALIZAR-MARCA THRU 9500-EXIT
004710     IF WRK-MRC-POSICAO = ZEROS
004720        MOVE 'PADRAO SEM MARCA AAAAMMDD/AAMMDD/AAAAMM'
004730                                  TO WRK-MSG-RESULTADO
004740        GO TO 3060-EXIT
004750     END-IF
004760     IF (REG-ORD-DIARIA OR REG-ORD-SEMANAL)
004770        AND WRK-MRC-MES
004780        MOVE 'PADRAO SEM O DIA (AAAAMMDD OU AAMMDD)'
004790                                  TO WRK-MSG-RESULTADO
004800        GO TO 3060-EXIT
004810     END-IF
004820
004830     PERFORM 3070-VALIDAR-PEDIDO THRU 3070-EXIT.
004840 3060-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880* 3070-VALIDAR-PEDIDO - CRITICA BASICA DO PEDIDO DA ORDEM, A     *
004890*                       MESMA DA CRITICA DA RODADA (SOLEDIT)     *
004900*                       PARA O QUE NAO DEPENDE DO CADASTRO DE    *
004910*                       SOLICITANTES: MODO, QUANTIDADE,          *
004920*                       SEMENTES, VALOR PROCURADO, COEFICIENTES  *
004930*                       E CLASSE.                                *
004940******************************************************************
004950 3070-VALIDAR-PEDIDO.
004960
004970     MOVE REG-ORD-PEDIDO TO WRK-PEDIDO
004980
004990     IF NOT WRK-PED-MODO-LOCALIZAR AND NOT WRK-PED-MODO-GERAR
005000        AND NOT WRK-PED-MODO-LIMITE AND NOT WRK-PED-MODO-MODULO
005010        MOVE 'PEDIDO COM MODO INVALIDO (G/L/A/M)'
005020                                  TO WRK-MSG-RESULTADO
005030        GO TO 3070-EXIT
005040     END-IF
005050     IF NOT WRK-PED-MODO-LIMITE AND NOT WRK-PED-MODO-MODULO
005060        AND (WRK-PED-QTDE-TERMOS NOT NUMERIC
005070             OR WRK-PED-QTDE-TERMOS = ZEROS)
005080        MOVE 'PEDIDO COM QUANTIDADE INVALIDA'
005090                                  TO WRK-MSG-RESULTADO
005100        GO TO 3070-EXIT
005110     END-IF
005120     IF WRK-PED-SEMENTE-1 NOT NUMERIC
005130        OR WRK-PED-SEMENTE-2 NOT NUMERIC
005140        MOVE 'PEDIDO COM SEMENTE NAO NUMERICA'
005150                                  TO WRK-MSG-RESULTADO
005160        GO TO 3070-EXIT
005170     END-IF
005180     IF (WRK-PED-MODO-LOCALIZAR OR WRK-PED-MODO-LIMITE
005190         OR WRK-PED-MODO-MODULO)
005200        AND WRK-PED-VALOR-PROCURADO NOT NUMERIC
005210        MOVE 'PEDIDO COM VALOR PROCURADO INVALIDO'
005220                                  TO WRK-MSG-RESULTADO
005230        GO TO 3070-EXIT
005240     END-IF
005250     IF (WRK-PED-COEF-P NOT = SPACES
005260         AND WRK-PED-COEF-P NOT NUMERIC)
005270        OR (WRK-PED-COEF-Q NOT = SPACES
005280            AND WRK-PED-COEF-Q NOT NUMERIC)
005290        MOVE 'PEDIDO COM COEFICIENTE INVALIDO'
005300                                  TO WRK-MSG-RESULTADO
005310        GO TO 3070-EXIT
005320     END-IF
005330     IF NOT WRK-PED-CLASSE-PESADA
005340        AND NOT WRK-PED-CLASSE-NORMAL
005350        MOVE 'PEDIDO COM CLASSE INVALIDA (P/N)'
005360                                  TO WRK-MSG-RESULTADO
005370     END-IF.
005380 3070-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 3080-MONTAR-PEDIDO - GUARDA O PEDIDO DO MOVIMENTO NA ORDEM,    *
005430*                      SEM SOLICITANTE E REFERENCIA - QUEM OS    *
005440*                      PREENCHE E O SOLPROG, NA GERACAO.         *
005450******************************************************************
005460 3080-MONTAR-PEDIDO.
005470
005480     MOVE REG-MOV-PEDIDO TO WRK-PEDIDO
005490     MOVE SPACES         TO WRK-PED-SOLICITANTE
005500     MOVE SPACES         TO WRK-PED-REFERENCIA
005510     MOVE WRK-PEDIDO     TO REG-ORD-PEDIDO.
005520 3080-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 3100-INCLUIR-ORDEM - INCLUI A ORDEM NOVA, ATIVA E AINDA SEM    *
005570*                      OCORRENCIA GERADA.                        *
005580******************************************************************
005590 3100-INCLUIR-ORDEM.
005600
005610     IF WRK-ORD-EXISTE
005620        MOVE 'ORDEM JA CADASTRADA' TO WRK-MSG-RESULTADO
005630        GO TO 3100-EXIT
005640     END-IF
005650     IF REG-MOV-FREQUENCIA = SPACES
005660        OR REG-MOV-PADRAO-REF = SPACES
005670        OR REG-MOV-PEDIDO = SPACES
005680        MOVE 'FREQUENCIA, PADRAO E PEDIDO OBRIGAT.'
005690                                  TO WRK-MSG-RESULTADO
005700        GO TO 3100-EXIT
005710     END-IF
005720     PERFORM 3050-VALIDAR-MOVIMENTO THRU 3050-EXIT
005730     IF WRK-MSG-RESULTADO NOT = SPACES
005740        GO TO 3100-EXIT
005750     END-IF
005760
005770     MOVE SPACES                TO REG-ORDPER
005780     MOVE REG-MOV-SOLICITANTE   TO REG-ORD-SOLICITANTE
005790     MOVE REG-MOV-CODIGO        TO REG-ORD-CODIGO
005800     SET REG-ORD-ATIVA          TO TRUE
005810     MOVE REG-MOV-FREQUENCIA    TO REG-ORD-FREQUENCIA
005820     MOVE ZEROS                 TO REG-ORD-DIA
005830     IF REG-MOV-DIA NOT = SPACES
005840        MOVE REG-MOV-DIA-N      TO REG-ORD-DIA
005850     END-IF
005860     MOVE WRK-DATA-EMISSAO      TO REG-ORD-DATA-INICIO
005870     IF REG-MOV-DATA-INICIO NOT = SPACES
005880        MOVE REG-MOV-DATA-INICIO-N TO REG-ORD-DATA-INICIO
005890     END-IF
005900     MOVE WRK-SEM-FIM           TO REG-ORD-DATA-FIM
005910     IF REG-MOV-DATA-FIM NOT = SPACES
005920        MOVE REG-MOV-DATA-FIM-N TO REG-ORD-DATA-FIM
005930     END-IF
005940     MOVE REG-MOV-PADRAO-REF    TO REG-ORD-PADRAO-REF
005950     PERFORM 3080-MONTAR-PEDIDO THRU 3080-EXIT
005960     MOVE WRK-DATA-EMISSAO      TO REG-ORD-DATA-INCLUSAO
005970     MOVE WRK-DATA-EMISSAO      TO REG-ORD-DATA-ALTERACAO
005980     MOVE ZEROS                 TO REG-ORD-ULT-OCORRENCIA
005990     MOVE ZEROS                 TO REG-ORD-DATA-ULT-GERACAO
006000     MOVE ZEROS                 TO REG-ORD-QTDE-GERADOS
006010
006020     PERFORM 3060-VALIDAR-ORDEM THRU 3060-EXIT
006030     IF WRK-MSG-RESULTADO NOT = SPACES
006040        GO TO 3100-EXIT
006050     END-IF
006060
006070     WRITE REG-ORDPER
006080        INVALID KEY
006090           MOVE 'ERRO NA GRAVACAO - FS=' TO WRK-MSG-RESULTADO
006100           MOVE WRK-FS-ORDPER     TO WRK-MSG-RESULTADO (23:2)
006110           GO TO 3100-EXIT
006120     END-WRITE
006130     MOVE 'S'                   TO WRK-SW-MOV-APLICADO
006140     MOVE 'INCLUIDA'            TO WRK-MSG-RESULTADO.
006150 3100-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190* 3200-ALTERAR-ORDEM - ALTERA OS CAMPOS INFORMADOS NO MOVIMENTO; *
006200*                      OS EM BRANCO FICAM COMO ESTAO. TROCANDO A *
006210*                      FREQUENCIA SEM INFORMAR O DIA, O DIA E    *
006220*                      ZERADO. A ULTIMA OCORRENCIA GERADA E      *
006230*                      MANTIDA, PARA A MESMA DATA NAO SER GERADA *
006240*                      DE NOVO.                                  *
006250******************************************************************
006260 3200-ALTERAR-ORDEM.
006270
006280     IF NOT WRK-ORD-EXISTE
006290        MOVE 'ORDEM NAO CADASTRADA' TO WRK-MSG-RESULTADO
006300        GO TO 3200-EXIT
006310     END-IF
006320     IF REG-ORD-ENCERRADA OR REG-ORD-EXPIRADA
006330        MOVE 'ORDEM ENCERRADA OU EXPIRADA' TO WRK-MSG-RESULTADO
006340        GO TO 3200-EXIT
006350     END-IF
006360     PERFORM 3050-VALIDAR-MOVIMENTO THRU 3050-EXIT
006370     IF WRK-MSG-RESULTADO NOT = SPACES
006380        GO TO 3200-EXIT
006390     END-IF
006400
006410     IF REG-MOV-FREQUENCIA NOT = SPACES
006420        MOVE REG-MOV-FREQUENCIA    TO REG-ORD-FREQUENCIA
006430        IF REG-MOV-DIA = SPACES
006440           MOVE ZEROS              TO REG-ORD-DIA
006450        END-IF
006460     END-IF
006470     IF REG-MOV-DIA NOT = SPACES
006480        MOVE REG-MOV-DIA-N         TO REG-ORD-DIA
006490     END-IF
006500     IF REG-MOV-DATA-INICIO NOT = SPACES
006510        MOVE REG-MOV-DATA-INICIO-N TO REG-ORD-DATA-INICIO
006520     END-IF
006530     IF REG-MOV-DATA-FIM NOT = SPACES
006540        MOVE REG-MOV-DATA-FIM-N    TO REG-ORD-DATA-FIM
006550     END-IF
006560     IF REG-MOV-PADRAO-REF NOT = SPACES
006570        MOVE REG-MOV-PADRAO-REF    TO REG-ORD-PADRAO-REF
006580     END-IF
006590     IF REG-MOV-PEDIDO NOT = SPACES
006600        PERFORM 3080-MONTAR-PEDIDO THRU 3080-EXIT
006610     END-IF
006620
006630     PERFORM 3060-VALIDAR-ORDEM THRU 3060-EXIT
006640     IF WRK-MSG-RESULTADO NOT = SPACES
006650        GO TO 3200-EXIT
006660     END-IF
006670
006680     PERFORM 3500-REGRAVAR-ORDEM THRU 3500-EXIT
006690     IF WRK-MOV-APLICADO
006700        MOVE 'ALTERADA'            TO WRK-MSG-RESULTADO
006710     END-IF.
006720 3200-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 3300-SUSPENDER-ORDEM - SUSPENDE A ORDEM ATIVA: O SOLPROG PASSA *
006770*                        A LISTA-LA SEM GERAR PEDIDO.            *
006780******************************************************************
006790 3300-SUSPENDER-ORDEM.
006800
006810     IF NOT WRK-ORD-EXISTE
006820        MOVE 'ORDEM NAO CADASTRADA' TO WRK-MSG-RESULTADO
006830        GO TO 3300-EXIT
006840     END-IF
006850     IF NOT REG-ORD-ATIVA
006860        MOVE 'ORDEM NAO ESTA ATIVA' TO WRK-MSG-RESULTADO
006870        GO TO 3300-EXIT
006880     END-IF
006890
006900     SET REG-ORD-SUSPENSA TO TRUE
006910     PERFORM 3500-REGRAVAR-ORDEM THRU 3500-EXIT
006920     IF WRK-MOV-APLICADO
006930        MOVE 'SUSPENSA'            TO WRK-MSG-RESULTADO
006940     END-IF.
006950 3300-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990* 3400-REATIVAR-ORDEM - REATIVA A ORDEM SUSPENSA. A OCORRENCIA   *
007000*                       MAIS RECENTE AINDA NAO GERADA SAI NA     *
007010*                       RODADA SEGUINTE.                         *
007020******************************************************************
007030 3400-REATIVAR-ORDEM.
007040
007050     IF NOT WRK-ORD-EXISTE
007060        MOVE 'ORDEM NAO CADASTRADA' TO WRK-MSG-RESULTADO
007070        GO TO 3400-EXIT
007080     END-IF
007090     IF NOT REG-ORD-SUSPENSA
007100        MOVE 'ORDEM NAO ESTA SUSPENSA' TO WRK-MSG-RESULTADO
007110        GO TO 3400-EXIT
007120     END-IF
007130
007140     SET REG-ORD-ATIVA TO TRUE
007150     PERFORM 3500-REGRAVAR-ORDEM THRU 3500-EXIT
007160     IF WRK-MOV-APLICADO
007170        MOVE 'REATIVADA'           TO WRK-MSG-RESULTADO
007180     END-IF.
007190 3400-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230* 3450-ENCERRAR-ORDEM - ENCERRA A ORDEM ATIVA OU SUSPENSA        *
007240*                       DEFINITIVAMENTE.                         *
007250******************************************************************
007260 3450-ENCERRAR-ORDEM.
007270
007280     IF NOT WRK-ORD-EXISTE
007290        MOVE 'ORDEM NAO CADASTRADA' TO WRK-MSG-RESULTADO
007300        GO TO 3450-EXIT
007310     END-IF
007320     IF REG-ORD-ENCERRADA OR REG-ORD-EXPIRADA
007330        MOVE 'ORDEM JA ENCERRADA OU EXPIRADA'
007340                                  TO WRK-MSG-RESULTADO
007350        GO TO 3450-EXIT
007360     END-IF
007370
007380     SET REG-ORD-ENCERRADA TO TRUE
007390     PERFORM 3500-REGRAVAR-ORDEM THRU 3500-EXIT
007400     IF WRK-MOV-APLICADO
007410        MOVE 'ENCERRADA'           TO WRK-MSG-RESULTADO
007420     END-IF.
007430 3450-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470* 3500-REGRAVAR-ORDEM - CARIMBA A DATA DE ALTERACAO E REGRAVA A  *
007480*                       ORDEM.                                   *
007490******************************************************************
007500 3500-REGRAVAR-ORDEM.
007510
007520     MOVE WRK-DATA-EMISSAO TO REG-ORD-DATA-ALTERACAO
007530     REWRITE REG-ORDPER
007540        INVALID KEY
007550           MOVE 'ERRO NA REGRAVACAO - FS=' TO WRK-MSG-RESULTADO
007560           MOVE WRK-FS-ORDPER     TO WRK-MSG-RESULTADO (25:2)
007570           GO TO 3500-EXIT
007580     END-REWRITE
007590     MOVE 'S' TO WRK-SW-MOV-APLICADO.
007600 3500-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640* 4000-IMPRIMIR-MOVIMENTO - IMPRIME O MOVIMENTO COMO RECEBIDO E  *
007650*                           O RESULTADO DA ACAO; O PEDIDO        *
007660*                           INFORMADO SAI NA LINHA DE BAIXO.     *
007670******************************************************************
007680 4000-IMPRIMIR-MOVIMENTO.
007690
007700     IF WRK-LIN-CONTADOR > WRK-LIN-MAX - 1
007710        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
007720     END-IF
007730
007740     MOVE WRK-SEQ-MOVIMENTO TO DET-SEQ-MOVIMENTO
007750     MOVE REG-MOV-AGENDA    TO DET-MOVIMENTO
007760     IF WRK-MOV-APLICADO
007770        MOVE WRK-MSG-RESULTADO TO DET-RESULTADO
007780     ELSE
007790        MOVE 'REJ. - '         TO DET-RESULTADO
007800        MOVE WRK-MSG-RESULTADO TO DET-RESULTADO (8:33)
007810     END-IF
007820     MOVE DET-LINHA TO REG-RELORD
007830     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
007840
007850     IF REG-MOV-PEDIDO NOT = SPACES
007860        MOVE REG-MOV-PEDIDO TO DET-PEDIDO
007870        MOVE DET-LINHA-PEDIDO TO REG-RELORD
007880        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
007890     END-IF.
007900 4000-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
007950*                           DO RELATORIO DA MANUTENCAO.          *
007960******************************************************************
007970 7000-IMPRIMIR-CABECALHO.
007980
007990     ADD 1 TO WRK-PAG-CONTADOR
008000     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
008010     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
008020     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
008030     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
008040
008050     MOVE CAB-LINHA-1 TO REG-RELORD
008060     WRITE REG-RELORD AFTER ADVANCING PAGE
008070     MOVE SPACES TO REG-RELORD
008080     WRITE REG-RELORD AFTER ADVANCING 1 LINE
008090     MOVE CAB-COLUNAS TO REG-RELORD
008100     WRITE REG-RELORD AFTER ADVANCING 1 LINE
008110     MOVE SPACES TO REG-RELORD
008120     WRITE REG-RELORD AFTER ADVANCING 1 LINE
008130     MOVE 5 TO WRK-LIN-CONTADOR.
008140 7000-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
008190*                     CONTADOR DE LINHAS DA PAGINA.              *
008200******************************************************************
008210 7100-GRAVAR-LINHA.
008220
008230     WRITE REG-RELORD AFTER ADVANCING 1 LINE
008240     ADD 1 TO WRK-LIN-CONTADOR.
008250 7100-EXIT.
008260     EXIT.
008270
008280******************************************************************
008290* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA MANUTENCAO E       *
008300*                        DEFINE O RETURN-CODE: 4 QUANDO HOUVE    *
008310*                        MOVIMENTO REJEITADO.                    *
008320******************************************************************
008330 8000-IMPRIMIR-TOTAIS.
008340
008350     IF WRK-RETORNO = 16
008360        GO TO 8000-EXIT
008370     END-IF
008380     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
008390        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
008400     END-IF
008410     MOVE SPACES TO REG-RELORD
008420     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008430     MOVE WRK-QTDE-LIDOS TO TOT-LIDOS
008440     MOVE TOT-LINHA-1 TO REG-RELORD
008450     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008460     MOVE WRK-QTDE-APLICADOS TO TOT-APLICADOS
008470     MOVE TOT-LINHA-2 TO REG-RELORD
008480     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008490     MOVE WRK-QTDE-REJEITADOS TO TOT-REJEITADOS
008500     MOVE TOT-LINHA-3 TO REG-RELORD
008510     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008520
008530     DISPLAY 'SOLORD - LIDOS ' WRK-QTDE-LIDOS
008540             ' APLICADOS ' WRK-QTDE-APLICADOS
008550             ' REJEITADOS ' WRK-QTDE-REJEITADOS
008560
008570     IF WRK-QTDE-REJEITADOS > ZEROS
008580        IF WRK-RETORNO < 4
008590           MOVE 4 TO WRK-RETORNO
008600        END-IF
008610     END-IF.
008620 8000-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660* 9050-VALIDAR-DATA - VERIFICA SE A DATA DE TRABALHO EXISTE NO   *
008670*                     CALENDARIO.                                *
008680******************************************************************
008690 9050-VALIDAR-DATA.
008700
008710     MOVE 'N' TO WRK-SW-DATA-VALIDA
008720     IF WRK-DTC-ANO < 1900
008730        OR WRK-DTC-MES < 1 OR WRK-DTC-MES > 12
008740        OR WRK-DTC-DIA < 1
008750        GO TO 9050-EXIT
008760     END-IF
008770     PERFORM 9300-CALCULAR-ULTIMO-DIA THRU 9300-EXIT
008780     IF WRK-DTC-DIA > WRK-ULT-DIA-MES
008790        GO TO 9050-EXIT
008800     END-IF
008810     MOVE 'S' TO WRK-SW-DATA-VALIDA.
008820 9050-EXIT.
008830     EXIT.
008840
008850******************************************************************
008860* 9300-CALCULAR-ULTIMO-DIA - ULTIMO DIA DO MES DA DATA DE        *
008870*                            TRABALHO, COM FEVEREIRO DE ANO      *
008880*                            BISSEXTO.                           *
008890******************************************************************
008900 9300-CALCULAR-ULTIMO-DIA.
008910
008920     MOVE TAB-DIAS-MES-ITEM (WRK-DTC-MES) TO WRK-ULT-DIA-MES
008930     IF WRK-DTC-MES NOT = 2
008940        GO TO 9300-EXIT
008950     END-IF
008960
008970     DIVIDE WRK-DTC-ANO BY 4 GIVING WRK-BIS-QUOCIENTE
008980            REMAINDER WRK-BIS-RESTO-4
008990     DIVIDE WRK-DTC-ANO BY 100 GIVING WRK-BIS-QUOCIENTE
009000            REMAINDER WRK-BIS-RESTO-100
009010     DIVIDE WRK-DTC-ANO BY 400 GIVING WRK-BIS-QUOCIENTE
009020            REMAINDER WRK-BIS-RESTO-400
009030     IF WRK-BIS-RESTO-4 = ZEROS
009040        AND (WRK-BIS-RESTO-100 NOT = ZEROS
009050             OR WRK-BIS-RESTO-400 = ZEROS)
009060        MOVE 29 TO WRK-ULT-DIA-MES
009070     END-IF.
009080 9300-EXIT.
009090     EXIT.
009100
009110******************************************************************
009120* 9500-LOCALIZAR-MARCA - PROCURA NO PADRAO DA REFERENCIA A MARCA *
009130*                        DE DATA (AAAAMMDD, AAAAMM OU AAMMDD) E  *
009140*                        GUARDA A POSICAO E O TIPO; POSICAO ZERO *
009150*                        = PADRAO SEM MARCA.                     *
009160******************************************************************
009170 9500-LOCALIZAR-MARCA.
009180
009190     MOVE ZEROS  TO WRK-MRC-POSICAO
009200     MOVE SPACES TO WRK-MRC-TIPO
009210     PERFORM 9510-TESTAR-POSICAO THRU 9510-EXIT
009220         VARYING WRK-IND-POS FROM 1 BY 1
009230         UNTIL WRK-IND-POS > 7
009240            OR WRK-MRC-POSICAO > ZEROS.
009250 9500-EXIT.
009260     EXIT.
009270
009280 9510-TESTAR-POSICAO.
009290
009300     IF WRK-IND-POS < 6
009310        IF WRK-PADRAO (WRK-IND-POS:8) = 'AAAAMMDD'
009320           MOVE WRK-IND-POS TO WRK-MRC-POSICAO
009330           MOVE 'D'         TO WRK-MRC-TIPO
009340           GO TO 9510-EXIT
009350        END-IF
009360     END-IF
009370     IF WRK-PADRAO (WRK-IND-POS:6) = 'AAAAMM'
009380        MOVE WRK-IND-POS TO WRK-MRC-POSICAO
009390        MOVE 'M'         TO WRK-MRC-TIPO
009400        GO TO 9510-EXIT
009410     END-IF
009420     IF WRK-PADRAO (WRK-IND-POS:6) = 'AAMMDD'
009430        MOVE WRK-IND-POS TO WRK-MRC-POSICAO
009440        MOVE 'C'         TO WRK-MRC-TIPO
009450     END-IF.
009460 9510-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
009510*                 ENCERRA O PROGRAMA.                            *
009520******************************************************************
009530 9999-ENCERRAR.
009540
009550     CLOSE MOVORD
009560     CLOSE ORDPER
009570     CLOSE RELORD
009580     MOVE WRK-RETORNO TO RETURN-CODE
009590     STOP RUN.
009600 9999-EXIT.
009610     EXIT.
009620
009630 END PROGRAM SOLORD.
