000010******************************************************************
000020* PROGRAM  : SOLCADL                                             *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : LISTAGEM DO CADASTRO DE SOLICITANTES (CADSOL), EM   *
000070*            ORDEM DE SOLICITANTE: NOME, DEPARTAMENTO,           *
000080*            SITUACAO, MODOS AUTORIZADOS, CLASSE PESADA, LIMITE  *
000090*            DE TERMOS POR PEDIDO, COTA MENSAL E AS DATAS DE     *
000100*            INCLUSAO E DA ULTIMA ALTERACAO. LIMITE OU COTA      *
000110*            ZERADOS SAEM COMO 'SEM LIMITE'.                     *
000120*                                                                *
000130*            RETURN-CODES: 0 = LISTAGEM EMITIDA; 16 = ERRO DE    *
000140*            ABERTURA DE ARQUIVO.                                *
000150******************************************************************
000160* MODIFICATION HISTORY                                           *
000170*  DATE       INIC  DESCRICAO                                    *
000180*  15/10/2026 RL    VERSAO INICIAL - LISTAGEM DO CADASTRO DE     *
000190*                   SOLICITANTES.                                *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.     SOLCADL.
000230 AUTHOR.         ROBSON LIMA.
000240 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000250 DATE-WRITTEN.   15/10/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CADSOL ASSIGN TO CADSOL
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS REG-CSL-SOLICITANTE
000340         FILE STATUS IS WRK-FS-CADSOL.
000350     SELECT RELCADL ASSIGN TO RELCADL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WRK-FS-RELCADL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CADSOL.
000410 01  REG-CADSOL.
000420     05 REG-CSL-SOLICITANTE       PIC X(08).
000430     05 FILLER                    PIC X(01).
000440     05 REG-CSL-NOME              PIC X(30).
000450     05 FILLER                    PIC X(01).
000460     05 REG-CSL-DEPARTAMENTO      PIC X(08).
000470     05 FILLER                    PIC X(01).
000480     05 REG-CSL-SITUACAO          PIC X(01).
000490        88 REG-CSL-ATIVO              VALUE 'A'.
000500        88 REG-CSL-INATIVO            VALUE 'I'.
000510     05 FILLER                    PIC X(01).
000520     05 REG-CSL-MODOS             PIC X(04).
000530     05 REG-CSL-MODOS-R REDEFINES REG-CSL-MODOS.
000540        10 REG-CSL-MODO           PIC X(01) OCCURS 4 TIMES.
000550     05 FILLER                    PIC X(01).
000560     05 REG-CSL-PESADO            PIC X(01).
000570        88 REG-CSL-PESADO-PERMITIDO   VALUE 'S'.
000580     05 FILLER                    PIC X(01).
000590     05 REG-CSL-MAX-TERMOS        PIC 9(05).
000600     05 FILLER                    PIC X(01).
000610     05 REG-CSL-COTA-MENSAL       PIC 9(07).
000620     05 FILLER                    PIC X(01).
000630     05 REG-CSL-DATA-INCLUSAO     PIC X(08).
000640     05 FILLER                    PIC X(01).
000650     05 REG-CSL-DATA-ALTERACAO    PIC X(08).
000660     05 FILLER                    PIC X(41).
000670
000680 FD  RELCADL
000690     RECORDING MODE IS F.
000700 01  REG-RELCADL                 PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 77 WRK-FS-CADSOL                PIC X(02) VALUE ZEROS.
000730 77 WRK-FS-RELCADL               PIC X(02) VALUE ZEROS.
000740 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
000750 77 WRK-SW-FIM-CADSOL            PIC X(01) VALUE 'N'.
000760    88 WRK-FIM-CADSOL                VALUE 'S'.
000770 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
000780 77 WRK-QTDE-LIDOS               PIC 9(05) VALUE ZEROS.
000790 77 WRK-QTDE-ATIVOS              PIC 9(05) VALUE ZEROS.
000800 77 WRK-QTDE-INATIVOS            PIC 9(05) VALUE ZEROS.
000810 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
000820 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
000830 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
000840
000850 01 CAB-LINHA-1.
000860    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
000870    05 FILLER                    PIC X(42) VALUE
000880       'CADASTRO DE SOLICITANTES                  '.
000890    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
000900    05 CAB-EMI-DIA               PIC X(02).
000910    05 FILLER                    PIC X(01) VALUE '/'.
000920    05 CAB-EMI-MES               PIC X(02).
000930    05 FILLER                    PIC X(01) VALUE '/'.
000940    05 CAB-EMI-ANO               PIC X(04).
000950    05 FILLER                    PIC X(06) VALUE SPACES.
000960    05 FILLER                    PIC X(05) VALUE 'PAG. '.
000970    05 CAB-PAGINA                PIC ZZZ9.
000980    05 FILLER                    PIC X(46) VALUE SPACES.
000990
001000 01 CAB-COLUNAS.
001010    05 FILLER                    PIC X(01) VALUE SPACES.
001020    05 FILLER                    PIC X(08) VALUE 'SOLICIT.'.
001030    05 FILLER                    PIC X(02) VALUE SPACES.
001040    05 FILLER                    PIC X(30) VALUE 'NOME'.
001050    05 FILLER                    PIC X(02) VALUE SPACES.
001060    05 FILLER                    PIC X(08) VALUE 'DEPTO'.
001070    05 FILLER                    PIC X(02) VALUE SPACES.
001080    05 FILLER                    PIC X(07) VALUE 'SITUAC.'.
001090    05 FILLER                    PIC X(02) VALUE SPACES.
001100    05 FILLER                    PIC X(05) VALUE 'MODOS'.
001110    05 FILLER                    PIC X(02) VALUE SPACES.
001120    05 FILLER                    PIC X(03) VALUE 'PES'.
001130    05 FILLER                    PIC X(02) VALUE SPACES.
001140    05 FILLER                    PIC X(10) VALUE 'LIM/PEDIDO'.
001150    05 FILLER                    PIC X(02) VALUE SPACES.
001160    05 FILLER                    PIC X(11) VALUE 'COTA MENSAL'.
001170    05 FILLER                    PIC X(02) VALUE SPACES.
001180    05 FILLER                    PIC X(10) VALUE 'INCLUIDO'.
001190    05 FILLER                    PIC X(02) VALUE SPACES.
001200    05 FILLER                    PIC X(10) VALUE 'ALTERADO'.
001210    05 FILLER                    PIC X(09) VALUE SPACES.
001220
001230 01 DET-LINHA.
001240    05 FILLER                    PIC X(01) VALUE SPACES.
001250    05 DET-SOLICITANTE           PIC X(08).
001260    05 FILLER                    PIC X(02) VALUE SPACES.
001270    05 DET-NOME                  PIC X(30).
001280    05 FILLER                    PIC X(02) VALUE SPACES.
001290    05 DET-DEPARTAMENTO          PIC X(08).
001300    05 FILLER                    PIC X(02) VALUE SPACES.
001310    05 DET-SITUACAO              PIC X(07).
001320    05 FILLER                    PIC X(02) VALUE SPACES.
001330    05 DET-MODOS                 PIC X(04).
001340    05 FILLER                    PIC X(04) VALUE SPACES.
001350    05 DET-PESADO                PIC X(01).
001360    05 FILLER                    PIC X(04) VALUE SPACES.
001370    05 DET-MAX-TERMOS            PIC X(10).
001380    05 DET-MAX-TERMOS-N REDEFINES DET-MAX-TERMOS.
001390       10 FILLER                 PIC X(04).
001400       10 DET-MAX-TERMOS-ED      PIC ZZ,ZZ9.
001410    05 FILLER                    PIC X(02) VALUE SPACES.
001420    05 DET-COTA-MENSAL           PIC X(11).
001430    05 DET-COTA-MENSAL-N REDEFINES DET-COTA-MENSAL.
001440       10 FILLER                 PIC X(02).
001450       10 DET-COTA-MENSAL-ED     PIC Z,ZZZ,ZZ9.
001460    05 FILLER                    PIC X(02) VALUE SPACES.
001470    05 DET-INCLUSAO.
001480       10 DET-INCL-DIA           PIC X(02).
001490       10 FILLER                 PIC X(01) VALUE '/'.
001500       10 DET-INCL-MES           PIC X(02).
001510       10 FILLER                 PIC X(01) VALUE '/'.
001520       10 DET-INCL-ANO           PIC X(04).
001530    05 FILLER                    PIC X(02) VALUE SPACES.
001540    05 DET-ALTERACAO.
001550       10 DET-ALT-DIA            PIC X(02).
001560       10 FILLER                 PIC X(01) VALUE '/'.
001570       10 DET-ALT-MES            PIC X(02).
001580       10 FILLER                 PIC X(01) VALUE '/'.
001590       10 DET-ALT-ANO            PIC X(04).
001600    05 FILLER                    PIC X(10) VALUE SPACES.
001610
001620 01 TOT-LINHA-1.
001630    05 FILLER                    PIC X(26) VALUE
001640       'SOLICITANTES CADASTRADOS: '.
001650    05 TOT-LIDOS                 PIC ZZ,ZZ9.
001660    05 FILLER                    PIC X(100) VALUE SPACES.
001670
001680 01 TOT-LINHA-2.
001690    05 FILLER                    PIC X(26) VALUE
001700       'ATIVOS..................: '.
001710    05 TOT-ATIVOS                PIC ZZ,ZZ9.
001720    05 FILLER                    PIC X(100) VALUE SPACES.
001730
001740 01 TOT-LINHA-3.
001750    05 FILLER                    PIC X(26) VALUE
001760       'INATIVOS................: '.
001770    05 TOT-INATIVOS              PIC ZZ,ZZ9.
001780    05 FILLER                    PIC X(100) VALUE SPACES.
001790
001800 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820
001830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001840
001850     PERFORM 3000-LISTAR-SOLICITANTE THRU 3000-EXIT
001860         UNTIL WRK-FIM-CADSOL
001870
001880     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
001890     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
001900
001910******************************************************************
001920* 1000-INICIALIZAR - ABRE OS ARQUIVOS, OBTEM A DATA DE EMISSAO   *
001930*                    E FAZ A LEITURA INICIAL.                    *
001940******************************************************************
001950 1000-INICIALIZAR.
001960
001970     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
001980
001990     OPEN INPUT CADSOL
002000     IF WRK-FS-CADSOL NOT = '00'
002010        DISPLAY 'SOLCADL - ERRO AO ABRIR CADSOL - FS='
002020                WRK-FS-CADSOL
002030        MOVE 'S' TO WRK-SW-FIM-CADSOL
002040        MOVE 16  TO WRK-RETORNO
002050     END-IF
002060
002070     OPEN OUTPUT RELCADL
002080     IF WRK-FS-RELCADL NOT = '00'
002090        DISPLAY 'SOLCADL - ERRO AO ABRIR RELCADL - FS='
002100                WRK-FS-RELCADL
002110        MOVE 'S' TO WRK-SW-FIM-CADSOL
002120        MOVE 16  TO WRK-RETORNO
002130     END-IF
002140
002150     IF NOT WRK-FIM-CADSOL
002160        PERFORM 2000-LER-CADSOL THRU 2000-EXIT
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220* 2000-LER-CADSOL - LE O PROXIMO SOLICITANTE DO CADASTRO.        *
002230******************************************************************
002240 2000-LER-CADSOL.
002250
002260     READ CADSOL
002270         AT END
002280            MOVE 'S' TO WRK-SW-FIM-CADSOL
002290         NOT AT END
002300            ADD 1 TO WRK-QTDE-LIDOS
002310     END-READ.
002320 2000-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360* 3000-LISTAR-SOLICITANTE - IMPRIME A LINHA DO SOLICITANTE E     *
002370*                           CONTA ATIVOS E INATIVOS.             *
002380******************************************************************
002390 3000-LISTAR-SOLICITANTE.
002400
002410     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
002420        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
002430     END-IF
002440
002450     MOVE REG-CSL-SOLICITANTE  TO DET-SOLICITANTE
002460     MOVE REG-CSL-NOME         TO DET-NOME
002470     MOVE REG-CSL-DEPARTAMENTO TO DET-DEPARTAMENTO
002480     IF REG-CSL-ATIVO
002490        MOVE 'ATIVO'           TO DET-SITUACAO
002500        ADD 1 TO WRK-QTDE-ATIVOS
002510     ELSE
002520        MOVE 'INATIVO'         TO DET-SITUACAO
002530        ADD 1 TO WRK-QTDE-INATIVOS
002540     END-IF
002550     MOVE REG-CSL-MODOS        TO DET-MODOS
002560     MOVE REG-CSL-PESADO       TO DET-PESADO
002570     IF REG-CSL-MAX-TERMOS = ZEROS
002580        MOVE 'SEM LIMITE'      TO DET-MAX-TERMOS
002590     ELSE
002600        MOVE SPACES            TO DET-MAX-TERMOS
002610        MOVE REG-CSL-MAX-TERMOS TO DET-MAX-TERMOS-ED
002620     END-IF
002630     IF REG-CSL-COTA-MENSAL = ZEROS
002640        MOVE 'SEM LIMITE'      TO DET-COTA-MENSAL
002650     ELSE
002660        MOVE SPACES            TO DET-COTA-MENSAL
002670        MOVE REG-CSL-COTA-MENSAL TO DET-COTA-MENSAL-ED
002680     END-IF
002690     MOVE REG-CSL-DATA-INCLUSAO (7:2)  TO DET-INCL-DIA
002700     MOVE REG-CSL-DATA-INCLUSAO (5:2)  TO DET-INCL-MES
002710     MOVE REG-CSL-DATA-INCLUSAO (1:4)  TO DET-INCL-ANO
002720     MOVE REG-CSL-DATA-ALTERACAO (7:2) TO DET-ALT-DIA
002730     MOVE REG-CSL-DATA-ALTERACAO (5:2) TO DET-ALT-MES
002740     MOVE REG-CSL-DATA-ALTERACAO (1:4) TO DET-ALT-ANO
002750
002760     MOVE DET-LINHA TO REG-RELCADL
002770     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
002780
002790     PERFORM 2000-LER-CADSOL THRU 2000-EXIT.
002800 3000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
002850*                           DA LISTAGEM.                         *
002860******************************************************************
002870 7000-IMPRIMIR-CABECALHO.
002880
002890     ADD 1 TO WRK-PAG-CONTADOR
002900     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
002910     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
002920     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
002930     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
002940
002950     MOVE CAB-LINHA-1 TO REG-RELCADL
002960     WRITE REG-RELCADL AFTER ADVANCING PAGE
002970     MOVE SPACES TO REG-RELCADL
002980     WRITE REG-RELCADL AFTER ADVANCING 1 LINE
002990     MOVE CAB-COLUNAS TO REG-RELCADL
003000     WRITE REG-RELCADL AFTER ADVANCING 1 LINE
003010     MOVE SPACES TO REG-RELCADL
003020     WRITE REG-RELCADL AFTER ADVANCING 1 LINE
003030     MOVE 5 TO WRK-LIN-CONTADOR.
003040 7000-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DA LISTAGEM E ATUALIZA O   *
003090*                     CONTADOR DE LINHAS DA PAGINA.              *
003100******************************************************************
003110 7100-GRAVAR-LINHA.
003120
003130     WRITE REG-RELCADL AFTER ADVANCING 1 LINE
003140     ADD 1 TO WRK-LIN-CONTADOR.
003150 7100-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA LISTAGEM.          *
003200******************************************************************
003210 8000-IMPRIMIR-TOTAIS.
003220
003230     IF WRK-RETORNO = 16
003240        GO TO 8000-EXIT
003250     END-IF
003260     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
003270        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003280     END-IF
003290     MOVE SPACES TO REG-RELCADL
003300     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003310     MOVE WRK-QTDE-LIDOS TO TOT-LIDOS
003320     MOVE TOT-LINHA-1 TO REG-RELCADL
003330     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003340     MOVE WRK-QTDE-ATIVOS TO TOT-ATIVOS
003350     MOVE TOT-LINHA-2 TO REG-RELCADL
003360     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003370     MOVE WRK-QTDE-INATIVOS TO TOT-INATIVOS
003380     MOVE TOT-LINHA-3 TO REG-RELCADL
003390     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003400
003410     DISPLAY 'SOLCADL - SOLICITANTES ' WRK-QTDE-LIDOS
003420             ' ATIVOS ' WRK-QTDE-ATIVOS
003430             ' INATIVOS ' WRK-QTDE-INATIVOS.
003440 8000-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
003490*                 ENCERRA O PROGRAMA.                            *
003500******************************************************************
003510 9999-ENCERRAR.
003520
003530     CLOSE CADSOL
003540     CLOSE RELCADL
003550     MOVE WRK-RETORNO TO RETURN-CODE
003560     STOP RUN.
003570 9999-EXIT.
003580     EXIT.
003590
003600 END PROGRAM SOLCADL.
