000010******************************************************************
000020* PROGRAM  : SOLCATL                                             *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : LISTAGEM DO CATALOGO DE CADEIAS (CADEIA), EM ORDEM  *
000070*            DE CADEIA (SEMENTES E COEFICIENTES): NUMERO DA      *
000080*            CADEIA, SEMENTES, COEFICIENTES P E Q, DATAS DE      *
000090*            INCLUSAO E DE ULTIMO USO, DIAS SEM USO, SITUACAO,   *
000100*            MAIOR INDICE NO CADASTRO DE TERMOS, SOLICITANTE DE  *
000110*            ORIGEM E QUANTIDADE DE PEDIDOS; ABAIXO, O NOME E OS *
000120*            USUARIOS DA CADEIA (SOLICITANTE, PEDIDOS E ULTIMO   *
000130*            USO). A CADEIA SEM USO HA MAIS DIAS QUE O PRAZO DO  *
000140*            PARM (3 POSICOES, PADRAO 090) E DORMENTE.           *
000150*                                                                *
000160*            RETURN-CODES: 0 = LISTAGEM EMITIDA; 16 = ERRO DE    *
000170*            ABERTURA DE ARQUIVO.                                *
000180******************************************************************
000190* MODIFICATION HISTORY                                           *
000200*  DATE       INIC  DESCRICAO                                    *
000210*  15/10/2026 RL    VERSAO INICIAL - LISTAGEM DO CATALOGO DE     *
000220*                   CADEIAS COM CADEIAS DORMENTES E USUARIOS.    *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.     SOLCATL.
000260 AUTHOR.         ROBSON LIMA.
000270 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000280 DATE-WRITTEN.   15/10/2026.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CADEIA ASSIGN TO CADEIA
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS REG-CDA-CHAVE
000370         FILE STATUS IS WRK-FS-CADEIA.
000380     SELECT RELCATL ASSIGN TO RELCATL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-FS-RELCATL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CADEIA.
000440 01  REG-CADEIA.
000450     05 REG-CDA-CHAVE.
000460        10 REG-CDA-SEMENTE-1        PIC -(18)9.
000470        10 REG-CDA-SEMENTE-2        PIC -(18)9.
000480        10 REG-CDA-COEF-P           PIC -(4)9.
000490        10 REG-CDA-COEF-Q           PIC -(4)9.
000500     05 FILLER                    PIC X(01).
000510     05 REG-CDA-ID                PIC 9(07).
000520     05 FILLER                    PIC X(01).
000530     05 REG-CDA-NOME              PIC X(40).
000540     05 FILLER                    PIC X(01).
000550     05 REG-CDA-DATA-INCLUSAO     PIC X(08).
000560     05 FILLER                    PIC X(01).
000570     05 REG-CDA-RODADA-INCLUSAO   PIC 9(05).
000580     05 FILLER                    PIC X(01).
000590     05 REG-CDA-SOLIC-ORIGEM      PIC X(08).
000600     05 FILLER                    PIC X(01).
000610     05 REG-CDA-DATA-ULT-USO      PIC X(08).
000620     05 FILLER                    PIC X(01).
000630     05 REG-CDA-RODADA-ULT-USO    PIC 9(05).
000640     05 FILLER                    PIC X(01).
000650     05 REG-CDA-MAIOR-INDICE      PIC 9(05).
000660     05 FILLER                    PIC X(01).
000670     05 REG-CDA-QTDE-PEDIDOS      PIC 9(07).
000680     05 FILLER                    PIC X(01).
000690     05 REG-CDA-DATA-ALT-NOME     PIC X(08).
000700     05 FILLER                    PIC X(01).
000710     05 REG-CDA-USUARIO OCCURS 5 TIMES.
000720        10 REG-CDA-USU-SOLICITANTE  PIC X(08).
000730        10 REG-CDA-USU-QTDE-PEDIDOS PIC 9(05).
000740        10 REG-CDA-USU-DATA-ULT     PIC X(08).
000750     05 FILLER                    PIC X(35).
000760 FD  RELCATL
000770     RECORDING MODE IS F.
000780 01  REG-RELCATL                 PIC X(132).
000790 WORKING-STORAGE SECTION.
000800 77 WRK-FS-CADEIA                PIC X(02) VALUE ZEROS.
000810 77 WRK-FS-RELCATL               PIC X(02) VALUE ZEROS.
000820 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
000830 77 WRK-SW-FIM-CADEIA            PIC X(01) VALUE 'N'.
000840    88 WRK-FIM-CADEIA                VALUE 'S'.
000850 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
000860 77 WRK-PRAZO-DIAS               PIC 9(03) VALUE 090.
000870 77 WRK-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
000880 77 WRK-QTDE-ATIVAS              PIC 9(07) VALUE ZEROS.
000890 77 WRK-QTDE-DORMENTES           PIC 9(07) VALUE ZEROS.
000900 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
000910 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
000920 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
000930 77 WRK-LIN-CADEIA               PIC 9(02) COMP VALUE 8.
000940 77 WRK-DIAS-HOJE                PIC S9(07) COMP VALUE ZEROS.
000950 77 WRK-DIAS-SEM-USO             PIC S9(07) COMP VALUE ZEROS.
000960 77 WRK-IND-USU                  PIC S9(04) COMP VALUE ZEROS.
000970 77 WRK-MAX-USUARIOS             PIC S9(04) COMP VALUE 5.
000980
000990 01 WRK-DTC-DATA                 PIC 9(08) VALUE ZEROS.
001000 01 WRK-DTC-DATA-R REDEFINES WRK-DTC-DATA.
001010    05 WRK-DTC-ANO               PIC 9(04).
001020    05 WRK-DTC-MES               PIC 9(02).
001030    05 WRK-DTC-DIA               PIC 9(02).
001040 01 WRK-DTC-DIAS                 PIC S9(07) COMP VALUE ZEROS.
001050 01 WRK-DTC-ANO-T                PIC S9(05) COMP VALUE ZEROS.
001060 01 WRK-DTC-MES-T                PIC S9(04) COMP VALUE ZEROS.
001070 01 WRK-DTC-PARCELA              PIC S9(07) COMP VALUE ZEROS.
001080
001090 01 CAB-LINHA-1.
001100    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
001110    05 FILLER                    PIC X(42) VALUE
001120       'CATALOGO DE CADEIAS                       '.
001130    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
001140    05 CAB-EMI-DIA               PIC X(02).
001150    05 FILLER                    PIC X(01) VALUE '/'.
001160    05 CAB-EMI-MES               PIC X(02).
001170    05 FILLER                    PIC X(01) VALUE '/'.
001180    05 CAB-EMI-ANO               PIC X(04).
001190    05 FILLER                    PIC X(06) VALUE SPACES.
001200    05 FILLER                    PIC X(05) VALUE 'PAG. '.
001210    05 CAB-PAGINA                PIC ZZZ9.
001220    05 FILLER                    PIC X(06) VALUE SPACES.
001230    05 FILLER                    PIC X(25) VALUE
001240       'DORMENTE APOS (DIAS):    '.
001250    05 CAB-PRAZO                 PIC ZZ9.
001260    05 FILLER                    PIC X(12) VALUE SPACES.
001270
001280 01 CAB-COLUNAS.
001290    05 FILLER                    PIC X(01) VALUE SPACES.
001300    05 FILLER                    PIC X(07) VALUE ' CADEIA'.
001310    05 FILLER                    PIC X(02) VALUE SPACES.
001320    05 FILLER                    PIC X(19) VALUE
001330       '          SEMENTE 1'.
001340    05 FILLER                    PIC X(01) VALUE SPACES.
001350    05 FILLER                    PIC X(19) VALUE
001360       '          SEMENTE 2'.
001370    05 FILLER                    PIC X(01) VALUE SPACES.
001380    05 FILLER                    PIC X(05) VALUE '    P'.
001390    05 FILLER                    PIC X(01) VALUE SPACES.
001400    05 FILLER                    PIC X(05) VALUE '    Q'.
001410    05 FILLER                    PIC X(02) VALUE SPACES.
001420    05 FILLER                    PIC X(10) VALUE 'INCLUIDA'.
001430    05 FILLER                    PIC X(02) VALUE SPACES.
001440    05 FILLER                    PIC X(10) VALUE 'ULTIMO USO'.
001450    05 FILLER                    PIC X(02) VALUE SPACES.
001460    05 FILLER                    PIC X(05) VALUE ' DIAS'.
001470    05 FILLER                    PIC X(02) VALUE SPACES.
001480    05 FILLER                    PIC X(08) VALUE 'SITUACAO'.
001490    05 FILLER                    PIC X(02) VALUE SPACES.
001500    05 FILLER                    PIC X(05) VALUE 'MAIOR'.
001510    05 FILLER                    PIC X(02) VALUE SPACES.
001520    05 FILLER                    PIC X(08) VALUE 'ORIGEM'.
001530    05 FILLER                    PIC X(02) VALUE SPACES.
001540    05 FILLER                    PIC X(09) VALUE '  PEDIDOS'.
001550    05 FILLER                    PIC X(02) VALUE SPACES.
001560
001570 01 DET-LINHA.
001580    05 FILLER                    PIC X(01) VALUE SPACES.
001590    05 DET-CADEIA                PIC ZZZZZZ9.
001600    05 FILLER                    PIC X(02) VALUE SPACES.
001610    05 DET-SEMENTE-1             PIC X(19).
001620    05 FILLER                    PIC X(01) VALUE SPACES.
001630    05 DET-SEMENTE-2             PIC X(19).
001640    05 FILLER                    PIC X(01) VALUE SPACES.
001650    05 DET-COEF-P                PIC X(05).
001660    05 FILLER                    PIC X(01) VALUE SPACES.
001670    05 DET-COEF-Q                PIC X(05).
001680    05 FILLER                    PIC X(02) VALUE SPACES.
001690    05 DET-INCLUSAO.
001700       10 DET-INCL-DIA           PIC X(02).
001710       10 FILLER                 PIC X(01) VALUE '/'.
001720       10 DET-INCL-MES           PIC X(02).
001730       10 FILLER                 PIC X(01) VALUE '/'.
001740       10 DET-INCL-ANO           PIC X(04).
001750    05 FILLER                    PIC X(02) VALUE SPACES.
001760    05 DET-ULT-USO.
001770       10 DET-USO-DIA            PIC X(02).
001780       10 FILLER                 PIC X(01) VALUE '/'.
001790       10 DET-USO-MES            PIC X(02).
001800       10 FILLER                 PIC X(01) VALUE '/'.
001810       10 DET-USO-ANO            PIC X(04).
001820    05 FILLER                    PIC X(02) VALUE SPACES.
001830    05 DET-DIAS                  PIC X(05).
001840    05 DET-DIAS-N REDEFINES DET-DIAS
001850                                 PIC ZZZZ9.
001860    05 FILLER                    PIC X(02) VALUE SPACES.
001870    05 DET-SITUACAO              PIC X(08).
001880    05 FILLER                    PIC X(02) VALUE SPACES.
001890    05 DET-MAIOR-INDICE          PIC ZZZZ9.
001900    05 FILLER                    PIC X(02) VALUE SPACES.
001910    05 DET-SOLIC-ORIGEM          PIC X(08).
001920    05 FILLER                    PIC X(02) VALUE SPACES.
001930    05 DET-QTDE-PEDIDOS          PIC Z,ZZZ,ZZ9.
001940    05 FILLER                    PIC X(02) VALUE SPACES.
001950
001960 01 DET-LINHA-NOME.
001970    05 FILLER                    PIC X(10) VALUE SPACES.
001980    05 FILLER                    PIC X(06) VALUE 'NOME: '.
001990    05 DET-NOME                  PIC X(40).
002000    05 FILLER                    PIC X(76) VALUE SPACES.
002010
002020 01 DET-LINHA-USUARIO.
002030    05 FILLER                    PIC X(10) VALUE SPACES.
002040    05 FILLER                    PIC X(09) VALUE 'USUARIO: '.
002050    05 DET-USU-SOLICITANTE       PIC X(08).
002060    05 FILLER                    PIC X(12) VALUE '   PEDIDOS: '.
002070    05 DET-USU-QTDE-PEDIDOS      PIC ZZ,ZZ9.
002080    05 FILLER                    PIC X(15) VALUE
002090       '   ULTIMO USO: '.
002100    05 DET-USU-DATA.
002110       10 DET-USU-DIA            PIC X(02).
002120       10 FILLER                 PIC X(01) VALUE '/'.
002130       10 DET-USU-MES            PIC X(02).
002140       10 FILLER                 PIC X(01) VALUE '/'.
002150       10 DET-USU-ANO            PIC X(04).
002160    05 FILLER                    PIC X(62) VALUE SPACES.
002170
002180 01 TOT-LINHA-1.
002190    05 FILLER                    PIC X(26) VALUE
002200       'CADEIAS CATALOGADAS.....: '.
002210    05 TOT-LIDOS                 PIC Z,ZZZ,ZZ9.
002220    05 FILLER                    PIC X(97) VALUE SPACES.
002230
002240 01 TOT-LINHA-2.
002250    05 FILLER                    PIC X(26) VALUE
002260       'ATIVAS..................: '.
002270    05 TOT-ATIVAS                PIC Z,ZZZ,ZZ9.
002280    05 FILLER                    PIC X(97) VALUE SPACES.
002290
002300 01 TOT-LINHA-3.
002310    05 FILLER                    PIC X(26) VALUE
002320       'DORMENTES...............: '.
002330    05 TOT-DORMENTES             PIC Z,ZZZ,ZZ9.
002340    05 FILLER                    PIC X(97) VALUE SPACES.
002350
002360 LINKAGE SECTION.
002370 01 LK-PARM.
002380    05 LK-PARM-TAM               PIC S9(04) COMP.
002390    05 LK-PARM-PRAZO             PIC X(03).
002400
002410 PROCEDURE DIVISION USING LK-PARM.
002420 0000-MAINLINE.
002430
002440     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002450
002460     PERFORM 3000-LISTAR-CADEIA THRU 3000-EXIT
002470         UNTIL WRK-FIM-CADEIA
002480
002490     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
002500     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
002510
002520******************************************************************
002530* 1000-INICIALIZAR - INTERPRETA O PARM (PRAZO DE DORMENCIA EM    *
002540*                    DIAS), CALCULA A CONTAGEM DE DIAS DE HOJE,  *
002550*                    ABRE OS ARQUIVOS E FAZ A LEITURA INICIAL.   *
002560******************************************************************
002570 1000-INICIALIZAR.
002580
002590     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
002600     MOVE WRK-DATA-EMISSAO TO WRK-DTC-DATA
002610     PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
002620     MOVE WRK-DTC-DIAS TO WRK-DIAS-HOJE
002630
002640     IF LK-PARM-TAM > ZEROS
002650        AND LK-PARM-PRAZO IS NUMERIC
002660        MOVE LK-PARM-PRAZO TO WRK-PRAZO-DIAS
002670     END-IF
002680     DISPLAY 'SOLCATL - DORMENTE APOS (DIAS): ' WRK-PRAZO-DIAS
002690
002700     OPEN INPUT CADEIA
002710     IF WRK-FS-CADEIA NOT = '00'
002720        DISPLAY 'SOLCATL - ERRO AO ABRIR CADEIA - FS='
002730                WRK-FS-CADEIA
002740        MOVE 'S' TO WRK-SW-FIM-CADEIA
002750        MOVE 16  TO WRK-RETORNO
002760     END-IF
002770
002780     OPEN OUTPUT RELCATL
002790     IF WRK-FS-RELCATL NOT = '00'
002800        DISPLAY 'SOLCATL - ERRO AO ABRIR RELCATL - FS='
002810                WRK-FS-RELCATL
002820        MOVE 'S' TO WRK-SW-FIM-CADEIA
002830        MOVE 16  TO WRK-RETORNO
002840     END-IF
002850
002860     IF NOT WRK-FIM-CADEIA
002870        PERFORM 2000-LER-CADEIA THRU 2000-EXIT
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930* 2000-LER-CADEIA - LE A PROXIMA CADEIA DO CATALOGO.             *
002940******************************************************************
002950 2000-LER-CADEIA.
002960
002970     READ CADEIA
002980         AT END
002990            MOVE 'S' TO WRK-SW-FIM-CADEIA
003000         NOT AT END
003010            ADD 1 TO WRK-QTDE-LIDOS
003020     END-READ.
003030 2000-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070* 3000-LISTAR-CADEIA - CALCULA HA QUANTOS DIAS A CADEIA NAO E    *
003080*                      USADA, CLASSIFICA-A COMO ATIVA OU         *
003090*                      DORMENTE E IMPRIME A LINHA DA CADEIA, A   *
003100*                      DO NOME E AS DOS USUARIOS. O BLOCO DA     *
003110*                      CADEIA NAO E PARTIDO ENTRE PAGINAS.       *
003120******************************************************************
003130 3000-LISTAR-CADEIA.
003140
003150     IF WRK-LIN-CONTADOR + WRK-LIN-CADEIA > WRK-LIN-MAX
003160        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003170     END-IF
003180
003190     MOVE REG-CDA-ID             TO DET-CADEIA
003200     MOVE REG-CDA-SEMENTE-1      TO DET-SEMENTE-1
003210     MOVE REG-CDA-SEMENTE-2      TO DET-SEMENTE-2
003220     MOVE REG-CDA-COEF-P         TO DET-COEF-P
003230     MOVE REG-CDA-COEF-Q         TO DET-COEF-Q
003240     MOVE REG-CDA-DATA-INCLUSAO (7:2) TO DET-INCL-DIA
003250     MOVE REG-CDA-DATA-INCLUSAO (5:2) TO DET-INCL-MES
003260     MOVE REG-CDA-DATA-INCLUSAO (1:4) TO DET-INCL-ANO
003270     MOVE REG-CDA-DATA-ULT-USO (7:2)  TO DET-USO-DIA
003280     MOVE REG-CDA-DATA-ULT-USO (5:2)  TO DET-USO-MES
003290     MOVE REG-CDA-DATA-ULT-USO (1:4)  TO DET-USO-ANO
003300     MOVE REG-CDA-MAIOR-INDICE   TO DET-MAIOR-INDICE
003310     MOVE REG-CDA-SOLIC-ORIGEM   TO DET-SOLIC-ORIGEM
003320     MOVE REG-CDA-QTDE-PEDIDOS   TO DET-QTDE-PEDIDOS
003330
003340*    DATA DE ULTIMO USO ILEGIVEL: SEM DIAS CALCULAVEIS, A CADEIA
003350*    E TRATADA COMO DORMENTE.
003360     IF REG-CDA-DATA-ULT-USO IS NUMERIC
003370        MOVE REG-CDA-DATA-ULT-USO TO WRK-DTC-DATA
003380        PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
003390        COMPUTE WRK-DIAS-SEM-USO = WRK-DIAS-HOJE - WRK-DTC-DIAS
003400        IF WRK-DIAS-SEM-USO < ZEROS
003410           MOVE ZEROS TO WRK-DIAS-SEM-USO
003420        END-IF
003430        MOVE WRK-DIAS-SEM-USO  TO DET-DIAS-N
003440     ELSE
003450        MOVE 99999             TO WRK-DIAS-SEM-USO
003460        MOVE SPACES            TO DET-DIAS
003470     END-IF
003480     IF WRK-DIAS-SEM-USO > WRK-PRAZO-DIAS
003490        MOVE 'DORMENTE'        TO DET-SITUACAO
003500        ADD 1 TO WRK-QTDE-DORMENTES
003510     ELSE
003520        MOVE 'ATIVA'           TO DET-SITUACAO
003530        ADD 1 TO WRK-QTDE-ATIVAS
003540     END-IF
003550
003560     MOVE DET-LINHA TO REG-RELCATL
003570     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003580
003590     IF REG-CDA-NOME = SPACES
003600        MOVE '(SEM NOME)'      TO DET-NOME
003610     ELSE
003620        MOVE REG-CDA-NOME      TO DET-NOME
003630     END-IF
003640     MOVE DET-LINHA-NOME TO REG-RELCATL
003650     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003660
003670     PERFORM 3100-LISTAR-USUARIO THRU 3100-EXIT
003680         VARYING WRK-IND-USU FROM 1 BY 1
003690         UNTIL WRK-IND-USU > WRK-MAX-USUARIOS
003700
003710     MOVE SPACES TO REG-RELCATL
003720     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003730
003740     PERFORM 2000-LER-CADEIA THRU 2000-EXIT.
003750 3000-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 3100-LISTAR-USUARIO - IMPRIME UMA POSICAO OCUPADA DA TABELA DE *
003800*                       USUARIOS DA CADEIA.                      *
003810******************************************************************
003820 3100-LISTAR-USUARIO.
003830
003840     IF REG-CDA-USU-SOLICITANTE (WRK-IND-USU) = SPACES
003850        GO TO 3100-EXIT
003860     END-IF
003870
003880     MOVE REG-CDA-USU-SOLICITANTE (WRK-IND-USU)
003890                                 TO DET-USU-SOLICITANTE
003900     MOVE REG-CDA-USU-QTDE-PEDIDOS (WRK-IND-USU)
003910                                 TO DET-USU-QTDE-PEDIDOS
003920     MOVE REG-CDA-USU-DATA-ULT (WRK-IND-USU) (7:2) TO DET-USU-DIA
003930     MOVE REG-CDA-USU-DATA-ULT (WRK-IND-USU) (5:2) TO DET-USU-MES
003940     MOVE REG-CDA-USU-DATA-ULT (WRK-IND-USU) (1:4) TO DET-USU-ANO
003950     MOVE DET-LINHA-USUARIO TO REG-RELCATL
003960     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
003970 3100-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
004020*                           DA LISTAGEM.                         *
004030******************************************************************
004040 7000-IMPRIMIR-CABECALHO.
004050
004060     ADD 1 TO WRK-PAG-CONTADOR
004070     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
004080     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
004090     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
004100     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
004110     MOVE WRK-PRAZO-DIAS   TO CAB-PRAZO
004120
004130     MOVE CAB-LINHA-1 TO REG-RELCATL
004140     WRITE REG-RELCATL AFTER ADVANCING PAGE
004150     MOVE SPACES TO REG-RELCATL
004160     WRITE REG-RELCATL AFTER ADVANCING 1 LINE
004170     MOVE CAB-COLUNAS TO REG-RELCATL
004180     WRITE REG-RELCATL AFTER ADVANCING 1 LINE
004190     MOVE SPACES TO REG-RELCATL
004200     WRITE REG-RELCATL AFTER ADVANCING 1 LINE
004210     MOVE 5 TO WRK-LIN-CONTADOR.
004220 7000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DA LISTAGEM E ATUALIZA O   *
004270*                     CONTADOR DE LINHAS DA PAGINA.              *
004280******************************************************************
004290 7100-GRAVAR-LINHA.
004300
004310     WRITE REG-RELCATL AFTER ADVANCING 1 LINE
004320     ADD 1 TO WRK-LIN-CONTADOR.
004330 7100-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA LISTAGEM.          *
004380******************************************************************
004390 8000-IMPRIMIR-TOTAIS.
004400
004410     IF WRK-RETORNO = 16
004420        GO TO 8000-EXIT
004430     END-IF
004440     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
004450        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004460     END-IF
004470     MOVE SPACES TO REG-RELCATL
004480     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004490     MOVE WRK-QTDE-LIDOS TO TOT-LIDOS
004500     MOVE TOT-LINHA-1 TO REG-RELCATL
004510     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004520     MOVE WRK-QTDE-ATIVAS TO TOT-ATIVAS
004530     MOVE TOT-LINHA-2 TO REG-RELCATL
004540     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004550     MOVE WRK-QTDE-DORMENTES TO TOT-DORMENTES
004560     MOVE TOT-LINHA-3 TO REG-RELCATL
004570     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004580
004590     DISPLAY 'SOLCATL - CADEIAS ' WRK-QTDE-LIDOS
004600             ' ATIVAS ' WRK-QTDE-ATIVAS
004610             ' DORMENTES ' WRK-QTDE-DORMENTES.
004620 8000-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 9400-CONVERTER-DATA-DIAS - CONVERTE A DATA (AAAAMMDD) DE       *
004670*                            WRK-DTC-DATA EM CONTAGEM CORRIDA DE *
004680*                            DIAS (WRK-DTC-DIAS), PARA A         *
004690*                            DIFERENCA ENTRE DUAS DATAS SAIR POR *
004700*                            SUBTRACAO. JANEIRO E FEVEREIRO      *
004710*                            CONTAM COMO MESES 13 E 14 DO ANO    *
004720*                            ANTERIOR; CADA DIVISAO E INTEIRA.   *
004730******************************************************************
004740 9400-CONVERTER-DATA-DIAS.
004750
004760     MOVE WRK-DTC-ANO TO WRK-DTC-ANO-T
004770     MOVE WRK-DTC-MES TO WRK-DTC-MES-T
004780     IF WRK-DTC-MES-T < 3
004790        SUBTRACT 1 FROM WRK-DTC-ANO-T
004800        ADD 12 TO WRK-DTC-MES-T
004810     END-IF
004820     COMPUTE WRK-DTC-DIAS = (365 * WRK-DTC-ANO-T) + WRK-DTC-DIA
004830     DIVIDE WRK-DTC-ANO-T BY 4 GIVING WRK-DTC-PARCELA
004840     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS
004850     DIVIDE WRK-DTC-ANO-T BY 100 GIVING WRK-DTC-PARCELA
004860     SUBTRACT WRK-DTC-PARCELA FROM WRK-DTC-DIAS
004870     DIVIDE WRK-DTC-ANO-T BY 400 GIVING WRK-DTC-PARCELA
004880     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS
004890     COMPUTE WRK-DTC-PARCELA = 153 * (WRK-DTC-MES-T + 1)
004900     DIVIDE WRK-DTC-PARCELA BY 5 GIVING WRK-DTC-PARCELA
004910     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS.
004920 9400-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
004970*                 ENCERRA O PROGRAMA.                            *
004980******************************************************************
004990 9999-ENCERRAR.
005000
005010     CLOSE CADEIA
005020     CLOSE RELCATL
005030     MOVE WRK-RETORNO TO RETURN-CODE
005040     STOP RUN.
005050 9999-EXIT.
005060     EXIT.
005070
005080 END PROGRAM SOLCATL.
