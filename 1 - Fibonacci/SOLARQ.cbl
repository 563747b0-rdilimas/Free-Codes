000230*                   DE 71 PARA 77.                               *
000240*  02/09/2026 RL    O LOGAUD GANHOU O INDICADOR DE ADIAMENTO -  *
000250*                   LRECL DE 77 PARA 79.                         *
000260*  15/10/2026 RL    O LOGAUD GANHOU A CLASSE DO PEDIDO - LRECL   *
000270*                   DE 79 PARA 81.                               *
000280*  15/10/2026 RL    O LOGAUD GANHOU O PERIODO DOS PEDIDOS DO     *
000290*                   MODO 'M' - LRECL DE 81 PARA 87.              *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.     SOLARQ.
000330 AUTHOR.         ROBSON LIMA.
000340 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000350 DATE-WRITTEN.   22/08/2026.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LOGAUD ASSIGN TO LOGAUD
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WRK-FS-LOGAUD.
000430     SELECT ARQMES ASSIGN TO ARQMES
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WRK-FS-ARQMES.
000460     SELECT LOGNOVO ASSIGN TO LOGNOVO
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-FS-LOGNOVO.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  LOGAUD
000520     RECORDING MODE IS F.
000530 01  REG-LOGAUD.
000540     05 REG-LOG-JOB               PIC X(08).
000550     05 FILLER                    PIC X(01).
000560     05 REG-LOG-DATA              PIC X(08).
000570     05 FILLER                    PIC X(01).
000580     05 REG-LOG-HORA              PIC X(08).
000590     05 FILLER                    PIC X(01).
000600     05 REG-LOG-USUARIO           PIC X(08).
000610     05 FILLER                    PIC X(01).
000620     05 REG-LOG-ENTRADA           PIC 9(03).
000630     05 FILLER                    PIC X(01).
000640     05 REG-LOG-QTDE-GERADA       PIC 9(05).
000650     05 FILLER                    PIC X(01).
000660     05 REG-LOG-MODO              PIC X(01).
000670     05 FILLER                    PIC X(01).
000680     05 REG-LOG-CAPACIDADE        PIC X(01).
000690     05 FILLER                    PIC X(01).
000700     05 REG-LOG-SOLICITANTE       PIC X(08).
000710     05 FILLER                    PIC X(01).
000720     05 REG-LOG-REFERENCIA        PIC X(12).
000730     05 FILLER                    PIC X(01).
000740     05 REG-LOG-RODADA            PIC 9(05).
000750     05 FILLER                    PIC X(01).
000760     05 REG-LOG-ADIADO            PIC X(01).
000770     05 FILLER                    PIC X(01).
000780     05 REG-LOG-CLASSE            PIC X(01).
000790     05 FILLER                    PIC X(01).
000800     05 REG-LOG-PERIODO           PIC 9(05).
000810
000820 FD  ARQMES
000830     RECORDING MODE IS F.
000840 01  REG-ARQMES                  PIC X(87).
000850
000860 FD  LOGNOVO
000870     RECORDING MODE IS F.
000880 01  REG-LOGNOVO                 PIC X(87).
000890 WORKING-STORAGE SECTION.
000900 77 WRK-FS-LOGAUD                PIC X(02) VALUE ZEROS.
000910 77 WRK-FS-ARQMES                PIC X(02) VALUE ZEROS.
000920 77 WRK-FS-LOGNOVO               PIC X(02) VALUE ZEROS.
000930 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
000940 77 WRK-SW-FIM-LOGAUD            PIC X(01) VALUE 'N'.
000950    88 WRK-FIM-LOGAUD                VALUE 'S'.
000960 77 WRK-MESES-RETENCAO           PIC 9(03) VALUE 012.
000970 01 WRK-DATA-CORRENTE            PIC 9(08) VALUE ZEROS.
000980 01 WRK-DATA-CORRENTE-R REDEFINES WRK-DATA-CORRENTE.
000990    05 WRK-CORR-ANO              PIC 9(04).
001000    05 WRK-CORR-MES              PIC 9(02).
001010    05 WRK-CORR-DIA              PIC 9(02).
001020 77 WRK-TOT-MESES                PIC S9(07) COMP VALUE ZEROS.
001030 77 WRK-ANO-CORTE                PIC 9(04) VALUE ZEROS.
001040 77 WRK-MES-CORTE                PIC 9(02) VALUE ZEROS.
001050 77 WRK-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
001060 77 WRK-QTDE-ARQUIVADOS          PIC 9(07) VALUE ZEROS.
001070 77 WRK-QTDE-MANTIDOS            PIC 9(07) VALUE ZEROS.
001080
001090 01 WRK-ANOMES-CORTE.
001100    05 WRK-CORTE-ANO             PIC 9(04).
001110    05 WRK-CORTE-MES             PIC 9(02).
001120
001130 LINKAGE SECTION.
001140 01 LK-PARM.
001150    05 LK-PARM-TAM               PIC S9(04) COMP.
001160    05 LK-PARM-MESES             PIC X(03).
001170
001180 PROCEDURE DIVISION USING LK-PARM.
001190 0000-MAINLINE.
001200
001210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001220
001230     PERFORM 3000-CLASSIFICAR-REGISTRO THRU 3000-EXIT
001240         UNTIL WRK-FIM-LOGAUD
001250
001260     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
001270
001280******************************************************************
001290* 1000-INICIALIZAR - INTERPRETA O PARM (MESES DE RETENCAO),      *
001300*                    CALCULA O ANO/MES DE CORTE, ABRE OS         *
001310*                    ARQUIVOS E FAZ A LEITURA INICIAL.           *
001320******************************************************************
001330 1000-INICIALIZAR.
001340
001350     IF LK-PARM-TAM > ZEROS AND LK-PARM-TAM NOT > 3
001360        AND LK-PARM-MESES(1:LK-PARM-TAM) IS NUMERIC
001370        MOVE LK-PARM-MESES(1:LK-PARM-TAM) TO WRK-MESES-RETENCAO
001380     END-IF
001390     IF WRK-MESES-RETENCAO = ZEROS
001400        MOVE 012 TO WRK-MESES-RETENCAO
001410     END-IF
001420
001430     ACCEPT WRK-DATA-CORRENTE FROM DATE YYYYMMDD
001440     COMPUTE WRK-TOT-MESES = (WRK-CORR-ANO * 12)
001450            + WRK-CORR-MES - 1 - WRK-MESES-RETENCAO
001460     COMPUTE WRK-ANO-CORTE = WRK-TOT-MESES / 12
001470     COMPUTE WRK-MES-CORTE = WRK-TOT-MESES
001480            - (WRK-ANO-CORTE * 12) + 1
001490     MOVE WRK-ANO-CORTE TO WRK-CORTE-ANO
001500     MOVE WRK-MES-CORTE TO WRK-CORTE-MES
001510     DISPLAY 'SOLARQ - RETENCAO DE ' WRK-MESES-RETENCAO
001520             ' MESES - ARQUIVA ANTERIORES A ' WRK-ANOMES-CORTE
001530
001540     OPEN INPUT LOGAUD
001550     IF WRK-FS-LOGAUD NOT = '00'
001560        DISPLAY 'SOLARQ - ERRO AO ABRIR LOGAUD - FS='
001570                WRK-FS-LOGAUD
001580        MOVE 'S' TO WRK-SW-FIM-LOGAUD
001590        MOVE 16  TO WRK-RETORNO
001600     END-IF
001610
001620     OPEN EXTEND ARQMES
001630     IF WRK-FS-ARQMES = '35'
001640        OPEN OUTPUT ARQMES
001650     END-IF
001660     IF WRK-FS-ARQMES NOT = '00'
001670        DISPLAY 'SOLARQ - ERRO AO ABRIR ARQMES - FS='
001680                WRK-FS-ARQMES
001690        MOVE 'S' TO WRK-SW-FIM-LOGAUD
001700        MOVE 16  TO WRK-RETORNO
001710     END-IF
001720
001730     OPEN OUTPUT LOGNOVO
001740     IF WRK-FS-LOGNOVO NOT = '00'
001750        DISPLAY 'SOLARQ - ERRO AO ABRIR LOGNOVO - FS='
001760                WRK-FS-LOGNOVO
001770        MOVE 'S' TO WRK-SW-FIM-LOGAUD
001780        MOVE 16  TO WRK-RETORNO
001790     END-IF
001800
001810     IF NOT WRK-FIM-LOGAUD
001820        PERFORM 2000-LER-LOGAUD THRU 2000-EXIT
001830     END-IF.
001840 1000-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880* 2000-LER-LOGAUD - LE O PROXIMO REGISTRO DE AUDITORIA.          *
001890******************************************************************
001900 2000-LER-LOGAUD.
001910
001920     READ LOGAUD
001930         AT END
001940            MOVE 'S' TO WRK-SW-FIM-LOGAUD
001950         NOT AT END
001960            ADD 1 TO WRK-QTDE-LIDOS
001970     END-READ.
001980 2000-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020* 3000-CLASSIFICAR-REGISTRO - ENCAMINHA O REGISTRO PARA O        *
002030*                             ARQUIVAMENTO (DATA ANTERIOR AO     *
002040*                             CORTE) OU PARA O ARQUIVO ENXUTO.   *
002050*                             UM REGISTRO COM DATA ILEGIVEL E    *
002060*                             MANTIDO NO ARQUIVO VIVO, PARA NAO  *
002070*                             SUMIR COM EVIDENCIA DE PROBLEMA.   *
002080******************************************************************
002090 3000-CLASSIFICAR-REGISTRO.
002100
002110     IF REG-LOG-DATA(1:6) IS NUMERIC
002120        AND REG-LOG-DATA(1:6) < WRK-ANOMES-CORTE
002130        MOVE REG-LOGAUD TO REG-ARQMES
002140        WRITE REG-ARQMES
002150        ADD 1 TO WRK-QTDE-ARQUIVADOS
002160     ELSE
002170        MOVE REG-LOGAUD TO REG-LOGNOVO
002180        WRITE REG-LOGNOVO
002190        ADD 1 TO WRK-QTDE-MANTIDOS
002200     END-IF
002210
002220     PERFORM 2000-LER-LOGAUD THRU 2000-EXIT.
002230 3000-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270* 9999-ENCERRAR - FECHA OS ARQUIVOS, EXIBE OS TOTAIS E DEVOLVE   *
002280*                 O RETURN-CODE.                                 *
002290******************************************************************
002300 9999-ENCERRAR.
002310
002320     DISPLAY 'SOLARQ - REGISTROS LIDOS......: ' WRK-QTDE-LIDOS
002330     DISPLAY 'SOLARQ - ARQUIVADOS...........: '
002340             WRK-QTDE-ARQUIVADOS
002350     DISPLAY 'SOLARQ - MANTIDOS NO ARQUIVO..: '
002360             WRK-QTDE-MANTIDOS
002370     CLOSE LOGAUD
002380     CLOSE ARQMES
002390     CLOSE LOGNOVO
002400     MOVE WRK-RETORNO TO RETURN-CODE
002410     STOP RUN.
002420 9999-EXIT.
002430     EXIT.
002440
002450 END PROGRAM SOLARQ.
