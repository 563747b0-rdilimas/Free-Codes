000010******************************************************************
000020* PROGRAM  : SOLCAT                                              *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : MANUTENCAO DO NOME DAS CADEIAS NO CATALOGO DE       *
000070*            CADEIAS (CADEIA). AS CADEIAS SAO INCLUIDAS PELO     *
000080*            SOLUTION NA PRIMEIRA VEZ QUE SAO GERADAS, COM UM    *
000090*            NUMERO PERMANENTE; A OPERACAO SO MANTEM O NOME      *
000100*            LIVRE DE CADA UMA (EX.: 'PELL 0/1'). APLICA O       *
000110*            ARQUIVO DE MOVIMENTO (MOVCAT), UMA ACAO POR         *
000120*            REGISTRO, IDENTIFICANDO A CADEIA PELO NUMERO, E     *
000130*            IMPRIME O RELATORIO DA MANUTENCAO:                  *
000140*              A = ATRIBUIR OU ALTERAR O NOME (NOME OBRIGATORIO) *
000150*              L = LIMPAR O NOME                                 *
000160*            O CATALOGO NUNCA PERDE CADEIA: NAO HA EXCLUSAO, E O *
000170*            NUMERO DA CADEIA NAO E ALTERAVEL.                   *
000180*                                                                *
000190*            RETURN-CODES: 0 = TODO O MOVIMENTO APLICADO; 4 =    *
000200*            HOUVE MOVIMENTO REJEITADO; 16 = ERRO DE ABERTURA    *
000210*            DE ARQUIVO.                                         *
000220******************************************************************
000230* MODIFICATION HISTORY                                           *
000240*  DATE       INIC  DESCRICAO                                    *
000250*  15/10/2026 RL    VERSAO INICIAL - NOME DAS CADEIAS DO         *
000260*                   CATALOGO.                                    *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     SOLCAT.
000300 AUTHOR.         ROBSON LIMA.
000310 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000320 DATE-WRITTEN.   15/10/2026.
000330 DATE-COMPILED.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MOVCAT ASSIGN TO MOVCAT
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WRK-FS-MOVCAT.
000400     SELECT CADEIA ASSIGN TO CADEIA
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS REG-CDA-CHAVE
000440         FILE STATUS IS WRK-FS-CADEIA.
000450     SELECT RELCAT ASSIGN TO RELCAT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WRK-FS-RELCAT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  MOVCAT
000510     RECORDING MODE IS F.
000520 01  REG-MOVCAT.
000530     05 REG-MOV-ACAO              PIC X(01).
000540        88 REG-MOV-ALTERAR            VALUE 'A'.
000550        88 REG-MOV-LIMPAR             VALUE 'L'.
000560     05 FILLER                    PIC X(01).
000570     05 REG-MOV-CADEIA            PIC X(07).
000580     05 REG-MOV-CADEIA-N REDEFINES REG-MOV-CADEIA
000590                                  PIC 9(07).
000600     05 FILLER                    PIC X(01).
000610     05 REG-MOV-NOME              PIC X(40).
000620     05 FILLER                    PIC X(30).
000630
000640 FD  CADEIA.
000650 01  REG-CADEIA.
000660     05 REG-CDA-CHAVE.
000670        10 REG-CDA-SEMENTE-1        PIC -(18)9.
000680        10 REG-CDA-SEMENTE-2        PIC -(18)9.
000690        10 REG-CDA-COEF-P           PIC -(4)9.
000700        10 REG-CDA-COEF-Q           PIC -(4)9.
000710     05 FILLER                    PIC X(01).
000720     05 REG-CDA-ID                PIC 9(07).
000730     05 FILLER                    PIC X(01).
000740     05 REG-CDA-NOME              PIC X(40).
000750     05 FILLER                    PIC X(01).
000760     05 REG-CDA-DATA-INCLUSAO     PIC X(08).
000770     05 FILLER                    PIC X(01).
000780     05 REG-CDA-RODADA-INCLUSAO   PIC 9(05).
000790     05 FILLER                    PIC X(01).
000800     05 REG-CDA-SOLIC-ORIGEM      PIC X(08).
000810     05 FILLER                    PIC X(01).
000820     05 REG-CDA-DATA-ULT-USO      PIC X(08).
000830     05 FILLER                    PIC X(01).
000840     05 REG-CDA-RODADA-ULT-USO    PIC 9(05).
000850     05 FILLER                    PIC X(01).
000860     05 REG-CDA-MAIOR-INDICE      PIC 9(05).
000870     05 FILLER                    PIC X(01).
000880     05 REG-CDA-QTDE-PEDIDOS      PIC 9(07).
000890     05 FILLER                    PIC X(01).
000900     05 REG-CDA-DATA-ALT-NOME     PIC X(08).
000910     05 FILLER                    PIC X(01).
000920     05 REG-CDA-USUARIO OCCURS 5 TIMES.
000930        10 REG-CDA-USU-SOLICITANTE  PIC X(08).
000940        10 REG-CDA-USU-QTDE-PEDIDOS PIC 9(05).
000950        10 REG-CDA-USU-DATA-ULT     PIC X(08).
000960     05 FILLER                    PIC X(35).
000970 FD  RELCAT
000980     RECORDING MODE IS F.
000990 01  REG-RELCAT                  PIC X(132).
001000 WORKING-STORAGE SECTION.
001010 77 WRK-FS-MOVCAT                PIC X(02) VALUE ZEROS.
001020 77 WRK-FS-CADEIA                PIC X(02) VALUE ZEROS.
001030 77 WRK-FS-RELCAT                PIC X(02) VALUE ZEROS.
001040 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
001050 77 WRK-SW-FIM-MOVCAT            PIC X(01) VALUE 'N'.
001060    88 WRK-FIM-MOVCAT                VALUE 'S'.
001070 77 WRK-SW-FIM-CADEIA            PIC X(01) VALUE 'N'.
001080    88 WRK-FIM-CADEIA                VALUE 'S'.
001090 77 WRK-SW-CDA-EXISTE            PIC X(01) VALUE 'N'.
001100    88 WRK-CDA-EXISTE                VALUE 'S'.
001110 77 WRK-SW-MOV-APLICADO          PIC X(01) VALUE 'N'.
001120    88 WRK-MOV-APLICADO              VALUE 'S'.
001130 77 WRK-MSG-RESULTADO            PIC X(40) VALUE SPACES.
001140 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
001150 77 WRK-SEQ-MOVIMENTO            PIC 9(05) VALUE ZEROS.
001160 77 WRK-QTDE-LIDOS               PIC 9(05) VALUE ZEROS.
001170 77 WRK-QTDE-APLICADOS           PIC 9(05) VALUE ZEROS.
001180 77 WRK-QTDE-REJEITADOS          PIC 9(05) VALUE ZEROS.
001190 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
001200 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
001210 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
001220
001230 01 CAB-LINHA-1.
001240    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
001250    05 FILLER                    PIC X(42) VALUE
001260       'MANUTENCAO DO CATALOGO DE CADEIAS         '.
001270    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
001280    05 CAB-EMI-DIA               PIC X(02).
001290    05 FILLER                    PIC X(01) VALUE '/'.
001300    05 CAB-EMI-MES               PIC X(02).
001310    05 FILLER                    PIC X(01) VALUE '/'.
001320    05 CAB-EMI-ANO               PIC X(04).
001330    05 FILLER                    PIC X(06) VALUE SPACES.
001340    05 FILLER                    PIC X(05) VALUE 'PAG. '.
001350    05 CAB-PAGINA                PIC ZZZ9.
001360    05 FILLER                    PIC X(46) VALUE SPACES.
001370
001380 01 CAB-COLUNAS.
001390    05 FILLER                    PIC X(07) VALUE '   MOV.'.
001400    05 FILLER                    PIC X(73) VALUE
001410       'MOVIMENTO (ACAO / CADEIA / NOME)'.
001420    05 FILLER                    PIC X(52) VALUE 'RESULTADO'.
001430
001440 01 DET-LINHA.
001450    05 FILLER                    PIC X(01) VALUE SPACES.
001460    05 DET-SEQ-MOVIMENTO         PIC ZZZZ9.
001470    05 FILLER                    PIC X(01) VALUE SPACES.
001480    05 DET-MOVIMENTO             PIC X(71).
001490    05 FILLER                    PIC X(02) VALUE SPACES.
001500    05 DET-RESULTADO             PIC X(40).
001510    05 FILLER                    PIC X(12) VALUE SPACES.
001520
001530 01 TOT-LINHA-1.
001540    05 FILLER                    PIC X(26) VALUE
001550       'MOVIMENTOS LIDOS........: '.
001560    05 TOT-LIDOS                 PIC ZZ,ZZ9.
001570    05 FILLER                    PIC X(100) VALUE SPACES.
001580
001590 01 TOT-LINHA-2.
001600    05 FILLER                    PIC X(26) VALUE
001610       'MOVIMENTOS APLICADOS....: '.
001620    05 TOT-APLICADOS             PIC ZZ,ZZ9.
001630    05 FILLER                    PIC X(100) VALUE SPACES.
001640
001650 01 TOT-LINHA-3.
001660    05 FILLER                    PIC X(26) VALUE
001670       'MOVIMENTOS REJEITADOS...: '.
001680    05 TOT-REJEITADOS            PIC ZZ,ZZ9.
001690    05 FILLER                    PIC X(100) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730
001740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001750
001760     PERFORM 3000-APLICAR-MOVIMENTO THRU 3000-EXIT
001770         UNTIL WRK-FIM-MOVCAT
001780
001790     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
001800     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
001810
001820******************************************************************
001830* 1000-INICIALIZAR - ABRE OS ARQUIVOS, OBTEM A DATA DE EMISSAO E *
001840*                    FAZ A LEITURA INICIAL. O CATALOGO JA DEVE   *
001850*                    EXISTIR - QUEM O CRIA E O SOLUTION, NA      *
001860*                    PRIMEIRA CADEIA GERADA.                     *
001870******************************************************************
001880 1000-INICIALIZAR.
001890
001900     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
001910
001920     OPEN INPUT MOVCAT
001930     IF WRK-FS-MOVCAT NOT = '00'
001940        DISPLAY 'SOLCAT - ERRO AO ABRIR MOVCAT - FS='
001950                WRK-FS-MOVCAT
001960        MOVE 'S' TO WRK-SW-FIM-MOVCAT
001970        MOVE 16  TO WRK-RETORNO
001980     END-IF
001990
002000     OPEN I-O CADEIA
002010     IF WRK-FS-CADEIA NOT = '00'
002020        DISPLAY 'SOLCAT - ERRO AO ABRIR CADEIA - FS='
002030                WRK-FS-CADEIA
002040        MOVE 'S' TO WRK-SW-FIM-MOVCAT
002050        MOVE 16  TO WRK-RETORNO
002060     END-IF
002070
002080     OPEN OUTPUT RELCAT
002090     IF WRK-FS-RELCAT NOT = '00'
002100        DISPLAY 'SOLCAT - ERRO AO ABRIR RELCAT - FS='
002110                WRK-FS-RELCAT
002120        MOVE 'S' TO WRK-SW-FIM-MOVCAT
002130        MOVE 16  TO WRK-RETORNO
002140     END-IF
002150
002160     IF NOT WRK-FIM-MOVCAT
002170        PERFORM 2000-LER-MOVCAT THRU 2000-EXIT
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230* 2000-LER-MOVCAT - LE O PROXIMO MOVIMENTO.                      *
002240******************************************************************
002250 2000-LER-MOVCAT.
002260
002270     READ MOVCAT
002280         AT END
002290            MOVE 'S' TO WRK-SW-FIM-MOVCAT
002300         NOT AT END
002310            ADD 1 TO WRK-SEQ-MOVIMENTO
002320            ADD 1 TO WRK-QTDE-LIDOS
002330     END-READ.
002340 2000-EXIT.
002350     EXIT.
002360
002370******************************************************************
002380* 3000-APLICAR-MOVIMENTO - CRITICA A ACAO E O NUMERO DA CADEIA,  *
002390*                          LOCALIZA A CADEIA NO CATALOGO, APLICA *
002400*                          A ACAO DO MOVIMENTO E IMPRIME A LINHA *
002410*                          COM O RESULTADO.                      *
002420******************************************************************
002430 3000-APLICAR-MOVIMENTO.
002440
002450     MOVE 'N'    TO WRK-SW-MOV-APLICADO
002460     MOVE SPACES TO WRK-MSG-RESULTADO
002470
002480     IF NOT REG-MOV-ALTERAR
002490        AND NOT REG-MOV-LIMPAR
002500        MOVE 'ACAO INVALIDA (A/L)' TO WRK-MSG-RESULTADO
002510        GO TO 3000-IMPRIMIR
002520     END-IF
002530     IF REG-MOV-CADEIA NOT NUMERIC
002540        OR REG-MOV-CADEIA-N = ZEROS
002550        MOVE 'NUMERO DE CADEIA INVALIDO' TO WRK-MSG-RESULTADO
002560        GO TO 3000-IMPRIMIR
002570     END-IF
002580
002590     PERFORM 3100-LOCALIZAR-CADEIA THRU 3100-EXIT
002600     IF NOT WRK-CDA-EXISTE
002610        MOVE 'CADEIA NAO CATALOGADA' TO WRK-MSG-RESULTADO
002620        GO TO 3000-IMPRIMIR
002630     END-IF
002640
002650     EVALUATE TRUE
002660        WHEN REG-MOV-ALTERAR
002670           PERFORM 3200-ALTERAR-NOME THRU 3200-EXIT
002680        WHEN REG-MOV-LIMPAR
002690           PERFORM 3300-LIMPAR-NOME THRU 3300-EXIT
002700     END-EVALUATE.
002710 3000-IMPRIMIR.
002720     IF WRK-MOV-APLICADO
002730        ADD 1 TO WRK-QTDE-APLICADOS
002740     ELSE
002750        ADD 1 TO WRK-QTDE-REJEITADOS
002760     END-IF
002770     PERFORM 4000-IMPRIMIR-MOVIMENTO THRU 4000-EXIT
002780
002790     PERFORM 2000-LER-MOVCAT THRU 2000-EXIT.
002800 3000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840* 3100-LOCALIZAR-CADEIA - O CATALOGO E CHAVEADO PELA CADEIA      *
002850*                         (SEMENTES E COEFICIENTES), NAO PELO    *
002860*                         NUMERO: PERCORRE O CATALOGO DESDE O    *
002870*                         INICIO ATE ACHAR O NUMERO DO           *
002880*                         MOVIMENTO, QUE FICA COMO REGISTRO      *
002890*                         CORRENTE PARA A REGRAVACAO.            *
002900******************************************************************
002910 3100-LOCALIZAR-CADEIA.
002920
002930     MOVE 'N'        TO WRK-SW-CDA-EXISTE
002940     MOVE 'N'        TO WRK-SW-FIM-CADEIA
002950     MOVE LOW-VALUES TO REG-CDA-CHAVE
002960     START CADEIA KEY IS NOT LESS THAN REG-CDA-CHAVE
002970        INVALID KEY
002980           GO TO 3100-EXIT
002990     END-START
003000     PERFORM 3110-LER-CADEIA THRU 3110-EXIT
003010         UNTIL WRK-FIM-CADEIA
003020            OR WRK-CDA-EXISTE.
003030 3100-EXIT.
003040     EXIT.
003050
003060 3110-LER-CADEIA.
003070
003080     READ CADEIA NEXT RECORD
003090        AT END
003100           MOVE 'S' TO WRK-SW-FIM-CADEIA
003110        NOT AT END
003120           IF REG-CDA-ID = REG-MOV-CADEIA-N
003130              MOVE 'S' TO WRK-SW-CDA-EXISTE
003140           END-IF
003150     END-READ
003160     IF WRK-FS-CADEIA NOT = '00'
003170        MOVE 'S' TO WRK-SW-FIM-CADEIA
003180     END-IF.
003190 3110-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230* 3200-ALTERAR-NOME - ATRIBUI OU SUBSTITUI O NOME DA CADEIA.     *
003240*                     NOME EM BRANCO E RECUSADO - PARA RETIRAR O *
003250*                     NOME, A ACAO E L.                          *
003260******************************************************************
003270 3200-ALTERAR-NOME.
003280
003290     IF REG-MOV-NOME = SPACES
003300        MOVE 'NOME OBRIGATORIO (LIMPAR = ACAO L)'
003310                                  TO WRK-MSG-RESULTADO
003320        GO TO 3200-EXIT
003330     END-IF
003340
003350     MOVE REG-MOV-NOME TO REG-CDA-NOME
003360     PERFORM 3500-REGRAVAR-CADEIA THRU 3500-EXIT
003370     IF WRK-MOV-APLICADO
003380        MOVE 'NOME ALTERADO'       TO WRK-MSG-RESULTADO
003390     END-IF.
003400 3200-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440* 3300-LIMPAR-NOME - DEIXA A CADEIA SEM NOME.                    *
003450******************************************************************
003460 3300-LIMPAR-NOME.
003470
003480     IF REG-CDA-NOME = SPACES
003490        MOVE 'CADEIA JA SEM NOME' TO WRK-MSG-RESULTADO
003500        GO TO 3300-EXIT
003510     END-IF
003520
003530     MOVE SPACES TO REG-CDA-NOME
003540     PERFORM 3500-REGRAVAR-CADEIA THRU 3500-EXIT
003550     IF WRK-MOV-APLICADO
003560        MOVE 'NOME LIMPO'          TO WRK-MSG-RESULTADO
003570     END-IF.
003580 3300-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620* 3500-REGRAVAR-CADEIA - CARIMBA A DATA DE ALTERACAO DO NOME E   *
003630*                        REGRAVA A CADEIA.                       *
003640******************************************************************
003650 3500-REGRAVAR-CADEIA.
003660
003670     MOVE WRK-DATA-EMISSAO TO REG-CDA-DATA-ALT-NOME
003680     REWRITE REG-CADEIA
003690        INVALID KEY
003700           MOVE 'ERRO NA REGRAVACAO - FS=' TO WRK-MSG-RESULTADO
003710           MOVE WRK-FS-CADEIA     TO WRK-MSG-RESULTADO (25:2)
003720           GO TO 3500-EXIT
003730     END-REWRITE
003740     MOVE 'S' TO WRK-SW-MOV-APLICADO.
003750 3500-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 4000-IMPRIMIR-MOVIMENTO - IMPRIME O MOVIMENTO COMO RECEBIDO E  *
003800*                           O RESULTADO DA ACAO.                 *
003810******************************************************************
003820 4000-IMPRIMIR-MOVIMENTO.
003830
003840     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
003850        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003860     END-IF
003870
003880     MOVE WRK-SEQ-MOVIMENTO TO DET-SEQ-MOVIMENTO
003890     MOVE REG-MOVCAT        TO DET-MOVIMENTO
003900     IF WRK-MOV-APLICADO
003910        MOVE WRK-MSG-RESULTADO TO DET-RESULTADO
003920     ELSE
003930        MOVE 'REJ. - '         TO DET-RESULTADO
003940        MOVE WRK-MSG-RESULTADO TO DET-RESULTADO (8:33)
003950     END-IF
003960     MOVE DET-LINHA TO REG-RELCAT
003970     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
003980 4000-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
004030*                           DO RELATORIO DA MANUTENCAO.          *
004040******************************************************************
004050 7000-IMPRIMIR-CABECALHO.
004060
004070     ADD 1 TO WRK-PAG-CONTADOR
004080     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
004090     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
004100     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
004110     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
004120
004130     MOVE CAB-LINHA-1 TO REG-RELCAT
004140     WRITE REG-RELCAT AFTER ADVANCING PAGE
004150     MOVE SPACES TO REG-RELCAT
004160     WRITE REG-RELCAT AFTER ADVANCING 1 LINE
004170     MOVE CAB-COLUNAS TO REG-RELCAT
004180     WRITE REG-RELCAT AFTER ADVANCING 1 LINE
004190     MOVE SPACES TO REG-RELCAT
004200     WRITE REG-RELCAT AFTER ADVANCING 1 LINE
004210     MOVE 5 TO WRK-LIN-CONTADOR.
004220 7000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
004270*                     CONTADOR DE LINHAS DA PAGINA.              *
004280******************************************************************
004290 7100-GRAVAR-LINHA.
004300
004310     WRITE REG-RELCAT AFTER ADVANCING 1 LINE
004320     ADD 1 TO WRK-LIN-CONTADOR.
004330 7100-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA MANUTENCAO E       *
004380*                        DEFINE O RETURN-CODE: 4 QUANDO HOUVE    *
004390*                        MOVIMENTO REJEITADO.                    *
004400******************************************************************
004410 8000-IMPRIMIR-TOTAIS.
004420
004430     IF WRK-RETORNO = 16
004440        GO TO 8000-EXIT
004450     END-IF
004460     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
004470        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004480     END-IF
004490     MOVE SPACES TO REG-RELCAT
004500     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004510     MOVE WRK-QTDE-LIDOS TO TOT-LIDOS
004520     MOVE TOT-LINHA-1 TO REG-RELCAT
004530     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004540     MOVE WRK-QTDE-APLICADOS TO TOT-APLICADOS
004550     MOVE TOT-LINHA-2 TO REG-RELCAT
004560     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004570     MOVE WRK-QTDE-REJEITADOS TO TOT-REJEITADOS
004580     MOVE TOT-LINHA-3 TO REG-RELCAT
004590     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004600
004610     DISPLAY 'SOLCAT - LIDOS ' WRK-QTDE-LIDOS
004620             ' APLICADOS ' WRK-QTDE-APLICADOS
004630             ' REJEITADOS ' WRK-QTDE-REJEITADOS
004640
004650     IF WRK-QTDE-REJEITADOS > ZEROS
004660        IF WRK-RETORNO < 4
004670           MOVE 4 TO WRK-RETORNO
004680        END-IF
004690     END-IF.
004700 8000-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
004750*                 ENCERRA O PROGRAMA.                            *
004760******************************************************************
004770 9999-ENCERRAR.
004780
004790     CLOSE MOVCAT
004800     CLOSE CADEIA
004810     CLOSE RELCAT
004820     MOVE WRK-RETORNO TO RETURN-CODE
004830     STOP RUN.
004840 9999-EXIT.
004850     EXIT.
004860
004870 END PROGRAM SOLCAT.
