000010******************************************************************
000020* PROGRAM  : SOLCAD                                              *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : MANUTENCAO DO CADASTRO DE SOLICITANTES (CADSOL).    *
000070*            APLICA O ARQUIVO DE MOVIMENTO (MOVCAD), UMA ACAO    *
000080*            POR REGISTRO, E IMPRIME O RELATORIO DA MANUTENCAO   *
000090*            COM O MOVIMENTO E O RESULTADO DE CADA ACAO:         *
000100*              I = INCLUIR (NOME, DEPARTAMENTO E MODOS           *
000110*                  OBRIGATORIOS; SAI ATIVO)                      *
000120*              A = ALTERAR (SO OS CAMPOS INFORMADOS)             *
000130*              D = DESATIVAR                                     *
000140*              R = REATIVAR                                      *
000150*            MODOS AUTORIZADOS: ATE 4 LETRAS ENTRE G, L, A E M.  *
000160*            CLASSE PESADA: S OU N (BRANCO = N). LIMITE DE       *
000170*            TERMOS POR PEDIDO E COTA MENSAL NUMERICOS COM       *
000180*            ZEROS A ESQUERDA; ZERO = SEM RESTRICAO. O CADASTRO  *
000190*            NUNCA E APAGADO: O SOLICITANTE QUE SAI E            *
000200*            DESATIVADO.                                         *
000210*                                                                *
000220*            RETURN-CODES: 0 = TODO O MOVIMENTO APLICADO; 4 =    *
000230*            HOUVE MOVIMENTO REJEITADO; 16 = ERRO DE ABERTURA    *
000240*            DE ARQUIVO.                                         *
000250******************************************************************
000260* MODIFICATION HISTORY                                           *
000270*  DATE       INIC  DESCRICAO                                    *
000280*  15/10/2026 RL    VERSAO INICIAL - INCLUSAO, ALTERACAO,        *
000290*                   DESATIVACAO E REATIVACAO DE SOLICITANTES.    *
000300*  15/10/2026 RL    MODO 'M' (RESIDUOS MODULO M) ACEITO ENTRE OS *
000310*                   MODOS AUTORIZADOS DO SOLICITANTE.            *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.     SOLCAD.
000350 AUTHOR.         ROBSON LIMA.
000360 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000370 DATE-WRITTEN.   15/10/2026.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT MOVCAD ASSIGN TO MOVCAD
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-FS-MOVCAD.
000450     SELECT CADSOL ASSIGN TO CADSOL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS REG-CSL-SOLICITANTE
000490         FILE STATUS IS WRK-FS-CADSOL.
000500     SELECT RELCAD ASSIGN TO RELCAD
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WRK-FS-RELCAD.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  MOVCAD
000560     RECORDING MODE IS F.
000570 01  REG-MOVCAD.
000580     05 REG-MOV-ACAO              PIC X(01).
000590        88 REG-MOV-INCLUIR            VALUE 'I'.
000600        88 REG-MOV-ALTERAR            VALUE 'A'.
000610        88 REG-MOV-DESATIVAR          VALUE 'D'.
000620        88 REG-MOV-REATIVAR           VALUE 'R'.
000630     05 FILLER                    PIC X(01).
000640     05 REG-MOV-SOLICITANTE       PIC X(08).
000650     05 FILLER                    PIC X(01).
000660     05 REG-MOV-NOME              PIC X(30).
000670     05 FILLER                    PIC X(01).
000680     05 REG-MOV-DEPARTAMENTO      PIC X(08).
000690     05 FILLER                    PIC X(01).
000700     05 REG-MOV-MODOS             PIC X(04).
000710     05 REG-MOV-MODOS-R REDEFINES REG-MOV-MODOS.
000720        10 REG-MOV-MODO           PIC X(01) OCCURS 4 TIMES.
000730     05 FILLER                    PIC X(01).
000740     05 REG-MOV-PESADO            PIC X(01).
000750     05 FILLER                    PIC X(01).
000760     05 REG-MOV-MAX-TERMOS        PIC X(05).
000770     05 REG-MOV-MAX-TERMOS-N REDEFINES REG-MOV-MAX-TERMOS
000780                                  PIC 9(05).
000790     05 FILLER                    PIC X(01).
000800     05 REG-MOV-COTA-MENSAL       PIC X(07).
000810     05 REG-MOV-COTA-MENSAL-N REDEFINES REG-MOV-COTA-MENSAL
000820                                  PIC 9(07).
000830     05 FILLER                    PIC X(09).
000840
000850 FD  CADSOL.
000860 01  REG-CADSOL.
000870     05 REG-CSL-SOLICITANTE       PIC X(08).
000880     05 FILLER                    PIC X(01).
000890     05 REG-CSL-NOME              PIC X(30).
000900     05 FILLER                    PIC X(01).
000910     05 REG-CSL-DEPARTAMENTO      PIC X(08).
000920     05 FILLER                    PIC X(01).
000930     05 REG-CSL-SITUACAO          PIC X(01).
000940        88 REG-CSL-ATIVO              VALUE 'A'.
000950        88 REG-CSL-INATIVO            VALUE 'I'.
000960     05 FILLER                    PIC X(01).
000970     05 REG-CSL-MODOS             PIC X(04).
000980     05 REG-CSL-MODOS-R REDEFINES REG-CSL-MODOS.
000990        10 REG-CSL-MODO           PIC X(01) OCCURS 4 TIMES.
001000     05 FILLER                    PIC X(01).
001010     05 REG-CSL-PESADO            PIC X(01).
001020        88 REG-CSL-PESADO-PERMITIDO   VALUE 'S'.
001030     05 FILLER                    PIC X(01).
001040     05 REG-CSL-MAX-TERMOS        PIC 9(05).
001050     05 FILLER                    PIC X(01).
001060     05 REG-CSL-COTA-MENSAL       PIC 9(07).
001070     05 FILLER                    PIC X(01).
001080     05 REG-CSL-DATA-INCLUSAO     PIC X(08).
001090     05 FILLER                    PIC X(01).
001100     05 REG-CSL-DATA-ALTERACAO    PIC X(08).
001110     05 FILLER                    PIC X(41).
001120
001130 FD  RELCAD
001140     RECORDING MODE IS F.
001150 01  REG-RELCAD                  PIC X(132).
001160 WORKING-STORAGE SECTION.
001170 77 WRK-FS-MOVCAD                PIC X(02) VALUE ZEROS.
001180 77 WRK-FS-CADSOL                PIC X(02) VALUE ZEROS.
001190 77 WRK-FS-RELCAD                PIC X(02) VALUE ZEROS.
001200 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
001210 77 WRK-SW-FIM-MOVCAD            PIC X(01) VALUE 'N'.
001220    88 WRK-FIM-MOVCAD                VALUE 'S'.
001230 77 WRK-SW-CSL-EXISTE            PIC X(01) VALUE 'N'.
001240    88 WRK-CSL-EXISTE                VALUE 'S'.
001250 77 WRK-SW-MOV-APLICADO          PIC X(01) VALUE 'N'.
001260    88 WRK-MOV-APLICADO              VALUE 'S'.
001270 77 WRK-MSG-RESULTADO            PIC X(40) VALUE SPACES.
001280 77 WRK-IND-MODO                 PIC S9(04) COMP VALUE ZEROS.
001290 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
001300 77 WRK-SEQ-MOVIMENTO            PIC 9(05) VALUE ZEROS.
001310 77 WRK-QTDE-LIDOS               PIC 9(05) VALUE ZEROS.
001320 77 WRK-QTDE-APLICADOS           PIC 9(05) VALUE ZEROS.
001330 77 WRK-QTDE-REJEITADOS          PIC 9(05) VALUE ZEROS.
001340 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
001350 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
001360 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
001370
001380 01 CAB-LINHA-1.
001390    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
001400    05 FILLER                    PIC X(42) VALUE
001410       'MANUTENCAO DO CADASTRO DE SOLICITANTES    '.
001420    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
001430    05 CAB-EMI-DIA               PIC X(02).
001440    05 FILLER                    PIC X(01) VALUE '/'.
001450    05 CAB-EMI-MES               PIC X(02).
001460    05 FILLER                    PIC X(01) VALUE '/'.
001470    05 CAB-EMI-ANO               PIC X(04).
001480    05 FILLER                    PIC X(06) VALUE SPACES.
001490    05 FILLER                    PIC X(05) VALUE 'PAG. '.
001500    05 CAB-PAGINA                PIC ZZZ9.
001510    05 FILLER                    PIC X(46) VALUE SPACES.
001520
001530 01 CAB-COLUNAS.
001540    05 FILLER                    PIC X(07) VALUE '   MOV.'.
001550    05 FILLER                    PIC X(73) VALUE
001560       'MOVIMENTO (ACAO / SOLICIT. / NOME / DEPTO / MODOS / PES /
001570-      'MAX / COTA)'.
001580    05 FILLER                    PIC X(52) VALUE 'RESULTADO'.
001590
001600 01 DET-LINHA.
001610    05 FILLER                    PIC X(01) VALUE SPACES.
001620    05 DET-SEQ-MOVIMENTO         PIC ZZZZ9.
001630    05 FILLER                    PIC X(01) VALUE SPACES.
001640    05 DET-MOVIMENTO             PIC X(71).
001650    05 FILLER                    PIC X(02) VALUE SPACES.
001660    05 DET-RESULTADO             PIC X(40).
001670    05 FILLER                    PIC X(12) VALUE SPACES.
001680
001690 01 TOT-LINHA-1.
001700    05 FILLER                    PIC X(26) VALUE
001710       'MOVIMENTOS LIDOS........: '.
001720    05 TOT-LIDOS                 PIC ZZ,ZZ9.
001730    05 FILLER                    PIC X(100) VALUE SPACES.
001740
001750 01 TOT-LINHA-2.
001760    05 FILLER                    PIC X(26) VALUE
001770       'MOVIMENTOS APLICADOS....: '.
001780    05 TOT-APLICADOS             PIC ZZ,ZZ9.
001790    05 FILLER                    PIC X(100) VALUE SPACES.
001800
001810 01 TOT-LINHA-3.
001820    05 FILLER                    PIC X(26) VALUE
001830       'MOVIMENTOS REJEITADOS...: '.
001840    05 TOT-REJEITADOS            PIC ZZ,ZZ9.
001850    05 FILLER                    PIC X(100) VALUE SPACES.
001860
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890
001900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001910
001920     PERFORM 3000-APLICAR-MOVIMENTO THRU 3000-EXIT
001930         UNTIL WRK-FIM-MOVCAD
001940
001950     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
001960     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
001970
001980******************************************************************
001990* 1000-INICIALIZAR - ABRE OS ARQUIVOS (O CADASTRO E CRIADO VAZIO *
002000*                    NA PRIMEIRA EXECUCAO), OBTEM A DATA DE      *
002010*                    EMISSAO E FAZ A LEITURA INICIAL.            *
002020******************************************************************
002030 1000-INICIALIZAR.
002040
002050     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
002060
002070     OPEN INPUT MOVCAD
002080     IF WRK-FS-MOVCAD NOT = '00'
002090        DISPLAY 'SOLCAD - ERRO AO ABRIR MOVCAD - FS='
002100                WRK-FS-MOVCAD
002110        MOVE 'S' TO WRK-SW-FIM-MOVCAD
002120        MOVE 16  TO WRK-RETORNO
002130     END-IF
002140
002150     OPEN I-O CADSOL
002160     IF WRK-FS-CADSOL = '35'
002170        OPEN OUTPUT CADSOL
002180        IF WRK-FS-CADSOL = '00'
002190           CLOSE CADSOL
002200           OPEN I-O CADSOL
002210        END-IF
002220     END-IF
002230     IF WRK-FS-CADSOL NOT = '00'
002240        DISPLAY 'SOLCAD - ERRO AO ABRIR CADSOL - FS='
002250                WRK-FS-CADSOL
002260        MOVE 'S' TO WRK-SW-FIM-MOVCAD
002270        MOVE 16  TO WRK-RETORNO
002280     END-IF
002290
002300     OPEN OUTPUT RELCAD
002310     IF WRK-FS-RELCAD NOT = '00'
002320        DISPLAY 'SOLCAD - ERRO AO ABRIR RELCAD - FS='
002330                WRK-FS-RELCAD
002340        MOVE 'S' TO WRK-SW-FIM-MOVCAD
002350        MOVE 16  TO WRK-RETORNO
002360     END-IF
002370
002380     IF NOT WRK-FIM-MOVCAD
002390        PERFORM 2000-LER-MOVCAD THRU 2000-EXIT
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 2000-LER-MOVCAD - LE O PROXIMO MOVIMENTO.                      *
002460******************************************************************
002470 2000-LER-MOVCAD.
002480
002490     READ MOVCAD
002500         AT END
002510            MOVE 'S' TO WRK-SW-FIM-MOVCAD
002520         NOT AT END
002530            ADD 1 TO WRK-SEQ-MOVIMENTO
002540            ADD 1 TO WRK-QTDE-LIDOS
002550     END-READ.
002560 2000-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600* 3000-APLICAR-MOVIMENTO - LOCALIZA O SOLICITANTE NO CADASTRO,   *
002610*                          APLICA A ACAO DO MOVIMENTO E IMPRIME  *
002620*                          A LINHA COM O RESULTADO.              *
002630******************************************************************
002640 3000-APLICAR-MOVIMENTO.
002650
002660     MOVE 'N'    TO WRK-SW-MOV-APLICADO
002670     MOVE SPACES TO WRK-MSG-RESULTADO
002680
002690     IF REG-MOV-SOLICITANTE = SPACES
002700        MOVE 'SOLICITANTE EM BRANCO' TO WRK-MSG-RESULTADO
002710        GO TO 3000-IMPRIMIR
002720     END-IF
002730
002740     MOVE REG-MOV-SOLICITANTE TO REG-CSL-SOLICITANTE
002750     READ CADSOL
002760        INVALID KEY
002770           MOVE 'N' TO WRK-SW-CSL-EXISTE
002780        NOT INVALID KEY
002790           MOVE 'S' TO WRK-SW-CSL-EXISTE
002800     END-READ
002810
002820     EVALUATE TRUE
002830        WHEN REG-MOV-INCLUIR
002840           PERFORM 3100-INCLUIR-SOLICITANTE THRU 3100-EXIT
002850        WHEN REG-MOV-ALTERAR
002860           PERFORM 3200-ALTERAR-SOLICITANTE THRU 3200-EXIT
002870        WHEN REG-MOV-DESATIVAR
002880           PERFORM 3300-DESATIVAR-SOLICITANTE THRU 3300-EXIT
002890        WHEN REG-MOV-REATIVAR
002900           PERFORM 3400-REATIVAR-SOLICITANTE THRU 3400-EXIT
002910        WHEN OTHER
002920           MOVE 'ACAO INVALIDA (I/A/D/R)' TO WRK-MSG-RESULTADO
002930     END-EVALUATE.
002940 3000-IMPRIMIR.
002950     IF WRK-MOV-APLICADO
002960        ADD 1 TO WRK-QTDE-APLICADOS
002970     ELSE
002980        ADD 1 TO WRK-QTDE-REJEITADOS
002990     END-IF
003000     PERFORM 4000-IMPRIMIR-MOVIMENTO THRU 4000-EXIT
003010
003020     PERFORM 2000-LER-MOVCAD THRU 2000-EXIT.
003030 3000-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070* 3050-VALIDAR-CAMPOS - CRITICA OS CAMPOS INFORMADOS NO          *
003080*                       MOVIMENTO (BRANCO = NAO INFORMADO):      *
003090*                       MODOS SO G, L, A OU M; CLASSE PESADA S   *
003100*                       OU N; LIMITE E COTA NUMERICOS. DEIXA A   *
003110*                       MENSAGEM DO PRIMEIRO ERRO.               *
003120******************************************************************
003130 3050-VALIDAR-CAMPOS.
003140
003150     PERFORM 3060-VALIDAR-MODO THRU 3060-EXIT
003160         VARYING WRK-IND-MODO FROM 1 BY 1
003170         UNTIL WRK-IND-MODO > 4
003180            OR WRK-MSG-RESULTADO NOT = SPACES
003190     IF WRK-MSG-RESULTADO NOT = SPACES
003200        GO TO 3050-EXIT
003210     END-IF
003220
003230     IF REG-MOV-PESADO NOT = SPACES
003240        AND REG-MOV-PESADO NOT = 'S'
003250        AND REG-MOV-PESADO NOT = 'N'
003260        MOVE 'CLASSE PESADA INVALIDA (S/N)' TO WRK-MSG-RESULTADO
003270        GO TO 3050-EXIT
003280     END-IF
003290
003300     IF REG-MOV-MAX-TERMOS NOT = SPACES
003310        AND REG-MOV-MAX-TERMOS NOT NUMERIC
003320        MOVE 'LIMITE DE TERMOS NAO NUMERICO' TO WRK-MSG-RESULTADO
003330        GO TO 3050-EXIT
003340     END-IF
003350
003360     IF REG-MOV-COTA-MENSAL NOT = SPACES
003370        AND REG-MOV-COTA-MENSAL NOT NUMERIC
003380        MOVE 'COTA MENSAL NAO NUMERICA' TO WRK-MSG-RESULTADO
003390     END-IF.
003400 3050-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440* 3060-VALIDAR-MODO - CRITICA UMA POSICAO DOS MODOS AUTORIZADOS. *
003450******************************************************************
003460 3060-VALIDAR-MODO.
003470
003480     IF REG-MOV-MODO (WRK-IND-MODO) NOT = SPACE
003490        AND REG-MOV-MODO (WRK-IND-MODO) NOT = 'G'
003500        AND REG-MOV-MODO (WRK-IND-MODO) NOT = 'L'
003510        AND REG-MOV-MODO (WRK-IND-MODO) NOT = 'A'
003520        AND REG-MOV-MODO (WRK-IND-MODO) NOT = 'M'
003530        MOVE 'MODO AUTORIZADO INVALIDO (G/L/A/M)'
003540                                  TO WRK-MSG-RESULTADO
003550     END-IF.
003560 3060-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600* 3100-INCLUIR-SOLICITANTE - INCLUI O SOLICITANTE NOVO, ATIVO.   *
003610*                            CAMPOS NAO INFORMADOS: CLASSE       *
003620*                            PESADA N, LIMITE E COTA ZERO (SEM   *
003630*                            RESTRICAO).                         *
003640******************************************************************
003650 3100-INCLUIR-SOLICITANTE.
003660
003670     IF WRK-CSL-EXISTE
003680        MOVE 'SOLICITANTE JA CADASTRADO' TO WRK-MSG-RESULTADO
003690        GO TO 3100-EXIT
003700     END-IF
003710     IF REG-MOV-NOME = SPACES
003720        OR REG-MOV-DEPARTAMENTO = SPACES
003730        OR REG-MOV-MODOS = SPACES
003740        MOVE 'NOME, DEPTO E MODOS OBRIGATORIOS'
003750                                  TO WRK-MSG-RESULTADO
003760        GO TO 3100-EXIT
003770     END-IF
003780     PERFORM 3050-VALIDAR-CAMPOS THRU 3050-EXIT
003790     IF WRK-MSG-RESULTADO NOT = SPACES
003800        GO TO 3100-EXIT
003810     END-IF
003820
003830     MOVE SPACES                TO REG-CADSOL
003840     MOVE REG-MOV-SOLICITANTE   TO REG-CSL-SOLICITANTE
003850     MOVE REG-MOV-NOME          TO REG-CSL-NOME
003860     MOVE REG-MOV-DEPARTAMENTO  TO REG-CSL-DEPARTAMENTO
003870     SET REG-CSL-ATIVO          TO TRUE
003880     MOVE REG-MOV-MODOS         TO REG-CSL-MODOS
003890     IF REG-MOV-PESADO = SPACES
003900        MOVE 'N'                TO REG-CSL-PESADO
003910     ELSE
003920        MOVE REG-MOV-PESADO     TO REG-CSL-PESADO
003930     END-IF
003940     MOVE ZEROS                 TO REG-CSL-MAX-TERMOS
003950     IF REG-MOV-MAX-TERMOS NOT = SPACES
003960        MOVE REG-MOV-MAX-TERMOS-N TO REG-CSL-MAX-TERMOS
003970     END-IF
003980     MOVE ZEROS                 TO REG-CSL-COTA-MENSAL
003990     IF REG-MOV-COTA-MENSAL NOT = SPACES
004000        MOVE REG-MOV-COTA-MENSAL-N TO REG-CSL-COTA-MENSAL
004010     END-IF
004020     MOVE WRK-DATA-EMISSAO      TO REG-CSL-DATA-INCLUSAO
004030     MOVE WRK-DATA-EMISSAO      TO REG-CSL-DATA-ALTERACAO
004040
004050     WRITE REG-CADSOL
004060        INVALID KEY
004070           MOVE 'ERRO NA GRAVACAO - FS=' TO WRK-MSG-RESULTADO
004080           MOVE WRK-FS-CADSOL     TO WRK-MSG-RESULTADO (23:2)
004090           GO TO 3100-EXIT
004100     END-WRITE
004110     MOVE 'S'                   TO WRK-SW-MOV-APLICADO
004120     MOVE 'INCLUIDO'            TO WRK-MSG-RESULTADO.
004130 3100-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 3200-ALTERAR-SOLICITANTE - ALTERA OS CAMPOS INFORMADOS NO      *
004180*                            MOVIMENTO; OS EM BRANCO FICAM COMO  *
004190*                            ESTAO. A SITUACAO SO MUDA PELAS     *
004200*                            ACOES D E R.                        *
004210******************************************************************
004220 3200-ALTERAR-SOLICITANTE.
004230
004240     IF NOT WRK-CSL-EXISTE
004250        MOVE 'SOLICITANTE NAO CADASTRADO' TO WRK-MSG-RESULTADO
004260        GO TO 3200-EXIT
004270     END-IF
004280     PERFORM 3050-VALIDAR-CAMPOS THRU 3050-EXIT
004290     IF WRK-MSG-RESULTADO NOT = SPACES
004300        GO TO 3200-EXIT
004310     END-IF
004320
004330     IF REG-MOV-NOME NOT = SPACES
004340        MOVE REG-MOV-NOME          TO REG-CSL-NOME
004350     END-IF
004360     IF REG-MOV-DEPARTAMENTO NOT = SPACES
004370        MOVE REG-MOV-DEPARTAMENTO  TO REG-CSL-DEPARTAMENTO
004380     END-IF
004390     IF REG-MOV-MODOS NOT = SPACES
004400        MOVE REG-MOV-MODOS         TO REG-CSL-MODOS
004410     END-IF
004420     IF REG-MOV-PESADO NOT = SPACES
004430        MOVE REG-MOV-PESADO        TO REG-CSL-PESADO
004440     END-IF
004450     IF REG-MOV-MAX-TERMOS NOT = SPACES
004460        MOVE REG-MOV-MAX-TERMOS-N  TO REG-CSL-MAX-TERMOS
004470     END-IF
004480     IF REG-MOV-COTA-MENSAL NOT = SPACES
004490        MOVE REG-MOV-COTA-MENSAL-N TO REG-CSL-COTA-MENSAL
004500     END-IF
004510
004520     PERFORM 3500-REGRAVAR-SOLICITANTE THRU 3500-EXIT
004530     IF WRK-MOV-APLICADO
004540        MOVE 'ALTERADO'            TO WRK-MSG-RESULTADO
004550     END-IF.
004560 3200-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 3300-DESATIVAR-SOLICITANTE - DESATIVA O SOLICITANTE: A CRITICA *
004610*                              PASSA A RECUSAR OS PEDIDOS DELE.  *
004620******************************************************************
004630 3300-DESATIVAR-SOLICITANTE.
004640
004650     IF NOT WRK-CSL-EXISTE
004660        MOVE 'SOLICITANTE NAO CADASTRADO' TO WRK-MSG-RESULTADO
004670        GO TO 3300-EXIT
004680     END-IF
004690     IF REG-CSL-INATIVO
004700        MOVE 'SOLICITANTE JA INATIVO' TO WRK-MSG-RESULTADO
004710        GO TO 3300-EXIT
004720     END-IF
004730
004740     SET REG-CSL-INATIVO TO TRUE
004750     PERFORM 3500-REGRAVAR-SOLICITANTE THRU 3500-EXIT
004760     IF WRK-MOV-APLICADO
004770        MOVE 'DESATIVADO'          TO WRK-MSG-RESULTADO
004780     END-IF.
004790 3300-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 3400-REATIVAR-SOLICITANTE - REATIVA O SOLICITANTE DESATIVADO.  *
004840******************************************************************
004850 3400-REATIVAR-SOLICITANTE.
004860
004870     IF NOT WRK-CSL-EXISTE
004880        MOVE 'SOLICITANTE NAO CADASTRADO' TO WRK-MSG-RESULTADO
004890        GO TO 3400-EXIT
004900     END-IF
004910     IF REG-CSL-ATIVO
004920        MOVE 'SOLICITANTE JA ATIVO' TO WRK-MSG-RESULTADO
004930        GO TO 3400-EXIT
004940     END-IF
004950
004960     SET REG-CSL-ATIVO TO TRUE
004970     PERFORM 3500-REGRAVAR-SOLICITANTE THRU 3500-EXIT
004980     IF WRK-MOV-APLICADO
004990        MOVE 'REATIVADO'           TO WRK-MSG-RESULTADO
005000     END-IF.
005010 3400-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* 3500-REGRAVAR-SOLICITANTE - CARIMBA A DATA DE ALTERACAO E      *
005060*                             REGRAVA O SOLICITANTE.             *
005070******************************************************************
005080 3500-REGRAVAR-SOLICITANTE.
005090
005100     MOVE WRK-DATA-EMISSAO TO REG-CSL-DATA-ALTERACAO
005110     REWRITE REG-CADSOL
005120        INVALID KEY
005130           MOVE 'ERRO NA REGRAVACAO - FS=' TO WRK-MSG-RESULTADO
005140           MOVE WRK-FS-CADSOL     TO WRK-MSG-RESULTADO (25:2)
005150           GO TO 3500-EXIT
005160     END-REWRITE
005170     MOVE 'S' TO WRK-SW-MOV-APLICADO.
005180 3500-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 4000-IMPRIMIR-MOVIMENTO - IMPRIME O MOVIMENTO COMO RECEBIDO E  *
005230*                           O RESULTADO DA ACAO.                 *
005240******************************************************************
005250 4000-IMPRIMIR-MOVIMENTO.
005260
005270     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
005280        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
005290     END-IF
005300
005310     MOVE WRK-SEQ-MOVIMENTO TO DET-SEQ-MOVIMENTO
005320     MOVE REG-MOVCAD        TO DET-MOVIMENTO
005330     IF WRK-MOV-APLICADO
005340        MOVE WRK-MSG-RESULTADO TO DET-RESULTADO
005350     ELSE
005360        MOVE 'REJ. - '         TO DET-RESULTADO
005370        MOVE WRK-MSG-RESULTADO TO DET-RESULTADO (8:33)
005380     END-IF
005390     MOVE DET-LINHA TO REG-RELCAD
005400     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
005410 4000-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
005460*                           DO RELATORIO DA MANUTENCAO.          *
005470******************************************************************
005480 7000-IMPRIMIR-CABECALHO.
005490
005500     ADD 1 TO WRK-PAG-CONTADOR
005510     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
005520     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
005530     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
005540     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
005550
005560     MOVE CAB-LINHA-1 TO REG-RELCAD
005570     WRITE REG-RELCAD AFTER ADVANCING PAGE
005580     MOVE SPACES TO REG-RELCAD
005590     WRITE REG-RELCAD AFTER ADVANCING 1 LINE
005600     MOVE CAB-COLUNAS TO REG-RELCAD
005610     WRITE REG-RELCAD AFTER ADVANCING 1 LINE
005620     MOVE SPACES TO REG-RELCAD
005630     WRITE REG-RELCAD AFTER ADVANCING 1 LINE
005640     MOVE 5 TO WRK-LIN-CONTADOR.
005650 7000-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
005700*                     CONTADOR DE LINHAS DA PAGINA.              *
005710******************************************************************
005720 7100-GRAVAR-LINHA.
005730
005740     WRITE REG-RELCAD AFTER ADVANCING 1 LINE
005750     ADD 1 TO WRK-LIN-CONTADOR.
005760 7100-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA MANUTENCAO E       *
005810*                        DEFINE O RETURN-CODE: 4 QUANDO HOUVE    *
005820*                        MOVIMENTO REJEITADO.                    *
005830******************************************************************
005840 8000-IMPRIMIR-TOTAIS.
005850
005860     IF WRK-RETORNO = 16
005870        GO TO 8000-EXIT
005880     END-IF
005890     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
005900        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
005910     END-IF
005920     MOVE SPACES TO REG-RELCAD
005930     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
005940     MOVE WRK-QTDE-LIDOS TO TOT-LIDOS
005950     MOVE TOT-LINHA-1 TO REG-RELCAD
005960     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
005970     MOVE WRK-QTDE-APLICADOS TO TOT-APLICADOS
005980     MOVE TOT-LINHA-2 TO REG-RELCAD
005990     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006000     MOVE WRK-QTDE-REJEITADOS TO TOT-REJEITADOS
006010     MOVE TOT-LINHA-3 TO REG-RELCAD
006020     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006030
006040     DISPLAY 'SOLCAD - LIDOS ' WRK-QTDE-LIDOS
006050             ' APLICADOS ' WRK-QTDE-APLICADOS
006060             ' REJEITADOS ' WRK-QTDE-REJEITADOS
006070
006080     IF WRK-QTDE-REJEITADOS > ZEROS
006090        IF WRK-RETORNO < 4
006100           MOVE 4 TO WRK-RETORNO
006110        END-IF
006120     END-IF.
006130 8000-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
006180*                 ENCERRA O PROGRAMA.                            *
006190******************************************************************
006200 9999-ENCERRAR.
006210
006220     CLOSE MOVCAD
006230     CLOSE CADSOL
006240     CLOSE RELCAD
006250     MOVE WRK-RETORNO TO RETURN-CODE
006260     STOP RUN.
006270 9999-EXIT.
006280     EXIT.
006290
006300 END PROGRAM SOLCAD.
