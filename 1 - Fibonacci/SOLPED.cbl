000010******************************************************************
000020* PROGRAM  : SOLPED                                              *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : CONSULTA DO CICLO DE VIDA DE UM PEDIDO NO CADASTRO  *
000070*            DE PEDIDOS (PEDREG). O PARM TRAZ SOLICITANTE;       *
000080*            REFERENCIA (LEITURA DIRETA PELA CHAVE) OU SO A      *
000090*            REFERENCIA (VARREDURA DO CADASTRO, LISTANDO TODOS   *
000100*            OS SOLICITANTES QUE USARAM A REFERENCIA). PARA      *
000110*            CADA PEDIDO ENCONTRADO SAI NO SYSOUT A SITUACAO     *
000120*            ATUAL E O HISTORICO DE EVENTOS (CRITICA, ADIAMENTO, *
000130*            CAPACIDADE, GERACAO, ENTREGA, CONFIRMACAO DA CARGA  *
000140*            NO WAREHOUSE E RESSUBMISSOES RECUSADAS), COM DATA,  *
000150*            HORA, RODADA E ORIGEM. O PROGRAMA SO LE O CADASTRO  *
000160*            E PODE RODAR COM A ESTEIRA DO SOLJOB EM ANDAMENTO.  *
000170*                                                                *
000180*            RETURN-CODES: 0 = PEDIDO ENCONTRADO; 4 = PEDIDO NAO *
000190*            CONSTA DO CADASTRO; 12 = PARM INVALIDO; 16 = ERRO   *
000200*            DE ABERTURA DO CADASTRO.                            *
000210******************************************************************
000220* MODIFICATION HISTORY                                           *
000230*  DATE       INIC  DESCRICAO                                    *
000240*  15/10/2026 RL    VERSAO INICIAL - CONSULTA DO CICLO DE VIDA   *
000250*                   DO PEDIDO VIA PARM.                          *
000260*  15/10/2026 RL    NOVA SITUACAO W - CARGA DA RODADA CONFIRMADA *
000270*                   PELO WAREHOUSE (SOLCONC).                    *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     SOLPED.
000310 AUTHOR.         ROBSON LIMA.
000320 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000330 DATE-WRITTEN.   15/10/2026.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PEDREG ASSIGN TO PEDREG
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS REG-PRG-CHAVE
000420         FILE STATUS IS WRK-FS-PEDREG.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PEDREG.
000460 01  REG-PEDREG.
000470     05 REG-PRG-CHAVE.
000480        10 REG-PRG-SOLICITANTE      PIC X(08).
000490        10 REG-PRG-REFERENCIA       PIC X(12).
000500     05 FILLER                    PIC X(01).
000510     05 REG-PRG-SITUACAO          PIC X(01).
000520        88 REG-PRG-ACEITO             VALUE 'A'.
000530        88 REG-PRG-REJEITADO          VALUE 'R'.
000540        88 REG-PRG-ADIADO             VALUE 'F'.
000550        88 REG-PRG-CAPACIDADE         VALUE 'C'.
000560        88 REG-PRG-GERADO             VALUE 'G'.
000570        88 REG-PRG-ENTREGUE           VALUE 'E'.
000580        88 REG-PRG-CONFIRMADO         VALUE 'W'.
000590     05 FILLER                    PIC X(01).
000600     05 REG-PRG-DATA-SITUACAO     PIC X(08).
000610     05 FILLER                    PIC X(01).
000620     05 REG-PRG-RODADA            PIC 9(05).
000630     05 FILLER                    PIC X(01).
000640     05 REG-PRG-DATA-INCLUSAO     PIC X(08).
000650     05 FILLER                    PIC X(01).
000660     05 REG-PRG-QTDE-EVENTOS      PIC 9(03).
000670     05 FILLER                    PIC X(01).
000680     05 REG-PRG-QTDE-RECUSAS      PIC 9(03).
000690     05 FILLER                    PIC X(01).
000700     05 REG-PRG-EVENTO OCCURS 12 TIMES.
000710        10 REG-PRG-EVT-SITUACAO     PIC X(01).
000720        10 REG-PRG-EVT-DATA         PIC X(08).
000730        10 REG-PRG-EVT-HORA         PIC X(08).
000740        10 REG-PRG-EVT-RODADA       PIC 9(05).
000750        10 REG-PRG-EVT-ORIGEM       PIC X(08).
000760        10 REG-PRG-EVT-COMPL        PIC X(08).
000770
000780 WORKING-STORAGE SECTION.
000790 77 WRK-FS-PEDREG                PIC X(02) VALUE ZEROS.
000800 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
000810 77 WRK-SW-PARM-VALIDO           PIC X(01) VALUE 'S'.
000820    88 WRK-PARM-VALIDO               VALUE 'S'.
000830 77 WRK-SW-CADASTRO-ABERTO       PIC X(01) VALUE 'N'.
000840    88 WRK-CADASTRO-ABERTO           VALUE 'S'.
000850 77 WRK-SW-FIM-PEDREG            PIC X(01) VALUE 'N'.
000860    88 WRK-FIM-PEDREG                VALUE 'S'.
000870 77 WRK-SW-CONSULTA-DIRETA       PIC X(01) VALUE 'N'.
000880    88 WRK-CONSULTA-DIRETA           VALUE 'S'.
000890 77 WRK-QTDE-ENCONTRADOS         PIC 9(05) VALUE ZEROS.
000900 77 WRK-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
000910 77 WRK-EVT-IND                  PIC S9(04) COMP VALUE ZEROS.
000920 77 WRK-EVT-QTDE                 PIC S9(04) COMP VALUE ZEROS.
000930 77 WRK-PRG-MAX-EVENTOS          PIC S9(04) COMP VALUE 12.
000940
000950 01 WRK-SOLICITANTE-PARM         PIC X(08) VALUE SPACES.
000960 01 WRK-REFERENCIA-PARM          PIC X(12) VALUE SPACES.
000970 01 WRK-PARM-TRABALHO            PIC X(100) VALUE SPACES.
000980 01 WRK-TOKENS.
000990    05 WRK-TOKEN                 PIC X(20) OCCURS 3 TIMES.
001000 01 WRK-QTDE-TOKENS              PIC S9(04) COMP VALUE ZEROS.
001010
001020*    DATA AAAAMMDD DO CADASTRO EDITADA EM DD/MM/AAAA E HORA
001030*    HHMMSSCC EDITADA EM HH:MM:SS.
001040 01 WRK-DATA-EDIT.
001050    05 WRK-DTE-DIA               PIC X(02).
001060    05 FILLER                    PIC X(01) VALUE '/'.
001070    05 WRK-DTE-MES               PIC X(02).
001080    05 FILLER                    PIC X(01) VALUE '/'.
001090    05 WRK-DTE-ANO               PIC X(04).
001100 01 WRK-HORA-EDIT.
001110    05 WRK-HRE-HORA              PIC X(02).
001120    05 FILLER                    PIC X(01) VALUE ':'.
001130    05 WRK-HRE-MIN               PIC X(02).
001140    05 FILLER                    PIC X(01) VALUE ':'.
001150    05 WRK-HRE-SEG               PIC X(02).
001160 01 WRK-DATA-ENTRA               PIC X(08) VALUE SPACES.
001170 01 WRK-HORA-ENTRA               PIC X(08) VALUE SPACES.
001180 01 WRK-SITUACAO-ENTRA           PIC X(01) VALUE SPACES.
001190 01 WRK-SITUACAO-TEXTO           PIC X(22) VALUE SPACES.
001200
001210 LINKAGE SECTION.
001220 01 LK-PARM.
001230    05 LK-PARM-TAM               PIC S9(04) COMP.
001240    05 LK-PARM-TEXTO             PIC X(100).
001250
001260 PROCEDURE DIVISION USING LK-PARM.
001270 0000-MAINLINE.
001280
001290     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001300
001310     IF WRK-PARM-VALIDO AND WRK-CADASTRO-ABERTO
001320        IF WRK-CONSULTA-DIRETA
001330           PERFORM 2000-CONSULTAR-CHAVE THRU 2000-EXIT
001340        ELSE
001350           PERFORM 2500-VARRER-REFERENCIA THRU 2500-EXIT
001360        END-IF
001370        IF WRK-QTDE-ENCONTRADOS = ZEROS
001380           DISPLAY 'SOLPED - PEDIDO NAO CONSTA DO CADASTRO'
001390           IF WRK-RETORNO < 4
001400              MOVE 4 TO WRK-RETORNO
001410           END-IF
001420        ELSE
001430           DISPLAY 'SOLPED - PEDIDOS ENCONTRADOS..: '
001440                   WRK-QTDE-ENCONTRADOS
001450        END-IF
001460     END-IF
001470
001480     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
001490
001500******************************************************************
001510* 1000-INICIALIZAR - INTERPRETA O PARM E ABRE O CADASTRO DE      *
001520*                    PEDIDOS PARA LEITURA.                       *
001530******************************************************************
001540 1000-INICIALIZAR.
001550
001560     PERFORM 1100-INTERPRETAR-PARM THRU 1100-EXIT
001570     IF NOT WRK-PARM-VALIDO
001580        DISPLAY 'SOLPED - USO: PARM=''[SOLICITANTE;]REFERENCIA'''
001590        MOVE 12 TO WRK-RETORNO
001600        GO TO 1000-EXIT
001610     END-IF
001620
001630     OPEN INPUT PEDREG
001640     IF WRK-FS-PEDREG NOT = '00'
001650        DISPLAY 'SOLPED - ERRO AO ABRIR PEDREG - FS='
001660                WRK-FS-PEDREG
001670        MOVE 16 TO WRK-RETORNO
001680        GO TO 1000-EXIT
001690     END-IF
001700     MOVE 'S' TO WRK-SW-CADASTRO-ABERTO.
001710 1000-EXIT.
001720     EXIT.
001730
001740******************************************************************
001750* 1100-INTERPRETAR-PARM - SEPARA O PARM (DELIMITADO POR PONTO-E- *
001760*                         VIRGULA): COM DOIS CAMPOS, SOLICITANTE *
001770*                         E REFERENCIA; COM UM SO, A REFERENCIA. *
001780******************************************************************
001790 1100-INTERPRETAR-PARM.
001800
001810     IF LK-PARM-TAM < 1
001820        MOVE 'N' TO WRK-SW-PARM-VALIDO
001830        GO TO 1100-EXIT
001840     END-IF
001850
001860     MOVE SPACES TO WRK-PARM-TRABALHO
001870     MOVE LK-PARM-TEXTO (1:LK-PARM-TAM) TO WRK-PARM-TRABALHO
001880     MOVE SPACES TO WRK-TOKENS
001890     MOVE ZEROS  TO WRK-QTDE-TOKENS
001900     UNSTRING WRK-PARM-TRABALHO DELIMITED BY ';'
001910         INTO WRK-TOKEN (1) WRK-TOKEN (2) WRK-TOKEN (3)
001920         TALLYING IN WRK-QTDE-TOKENS
001930     END-UNSTRING
001940
001950     EVALUATE WRK-QTDE-TOKENS
001960        WHEN 1
001970           MOVE WRK-TOKEN (1) TO WRK-REFERENCIA-PARM
001980        WHEN 2
001990           MOVE WRK-TOKEN (1) TO WRK-SOLICITANTE-PARM
002000           MOVE WRK-TOKEN (2) TO WRK-REFERENCIA-PARM
002010           MOVE 'S' TO WRK-SW-CONSULTA-DIRETA
002020        WHEN OTHER
002030           MOVE 'N' TO WRK-SW-PARM-VALIDO
002040           GO TO 1100-EXIT
002050     END-EVALUATE
002060
002070     IF WRK-REFERENCIA-PARM = SPACES
002080        MOVE 'N' TO WRK-SW-PARM-VALIDO
002090        GO TO 1100-EXIT
002100     END-IF
002110     IF WRK-CONSULTA-DIRETA AND WRK-SOLICITANTE-PARM = SPACES
002120        MOVE 'N' TO WRK-SW-PARM-VALIDO
002130        GO TO 1100-EXIT
002140     END-IF
002150
002160     DISPLAY 'SOLPED - SOLICITANTE ' WRK-SOLICITANTE-PARM
002170             ' REFERENCIA ' WRK-REFERENCIA-PARM.
002180 1100-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220* 2000-CONSULTAR-CHAVE - LE O PEDIDO DIRETO PELA CHAVE           *
002230*                        SOLICITANTE + REFERENCIA.               *
002240******************************************************************
002250 2000-CONSULTAR-CHAVE.
002260
002270     MOVE WRK-SOLICITANTE-PARM TO REG-PRG-SOLICITANTE
002280     MOVE WRK-REFERENCIA-PARM  TO REG-PRG-REFERENCIA
002290     READ PEDREG
002300        INVALID KEY
002310           GO TO 2000-EXIT
002320     END-READ
002330     PERFORM 3000-EXIBIR-PEDIDO THRU 3000-EXIT.
002340 2000-EXIT.
002350     EXIT.
002360
002370******************************************************************
002380* 2500-VARRER-REFERENCIA - PERCORRE O CADASTRO INTEIRO E EXIBE   *
002390*                          CADA PEDIDO COM A REFERENCIA PEDIDA,  *
002400*                          DE QUALQUER SOLICITANTE.              *
002410******************************************************************
002420 2500-VARRER-REFERENCIA.
002430
002440     MOVE LOW-VALUES TO REG-PRG-CHAVE
002450     START PEDREG KEY IS NOT LESS THAN REG-PRG-CHAVE
002460        INVALID KEY
002470           GO TO 2500-EXIT
002480     END-START
002490
002500     PERFORM 2600-LER-PROXIMO THRU 2600-EXIT
002510     PERFORM 2700-CONFERIR-REFERENCIA THRU 2700-EXIT
002520         UNTIL WRK-FIM-PEDREG
002530     DISPLAY 'SOLPED - PEDIDOS LIDOS NA VARREDURA: '
002540             WRK-QTDE-LIDOS.
002550 2500-EXIT.
002560     EXIT.
002570
002580 2600-LER-PROXIMO.
002590
002600     READ PEDREG NEXT RECORD
002610        AT END
002620           MOVE 'S' TO WRK-SW-FIM-PEDREG
002630        NOT AT END
002640           ADD 1 TO WRK-QTDE-LIDOS
002650     END-READ.
002660 2600-EXIT.
002670     EXIT.
002680
002690 2700-CONFERIR-REFERENCIA.
002700
002710     IF REG-PRG-REFERENCIA = WRK-REFERENCIA-PARM
002720        PERFORM 3000-EXIBIR-PEDIDO THRU 3000-EXIT
002730     END-IF
002740     PERFORM 2600-LER-PROXIMO THRU 2600-EXIT.
002750 2700-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* 3000-EXIBIR-PEDIDO - EXIBE A SITUACAO ATUAL DO PEDIDO E O      *
002800*                      HISTORICO DE EVENTOS GUARDADO NO          *
002810*                      CADASTRO (OS 12 MAIS RECENTES).           *
002820******************************************************************
002830 3000-EXIBIR-PEDIDO.
002840
002850     ADD 1 TO WRK-QTDE-ENCONTRADOS
002860     MOVE REG-PRG-SITUACAO TO WRK-SITUACAO-ENTRA
002870     PERFORM 7000-TRADUZIR-SITUACAO THRU 7000-EXIT
002880     MOVE REG-PRG-DATA-SITUACAO TO WRK-DATA-ENTRA
002890     PERFORM 7100-EDITAR-DATA THRU 7100-EXIT
002900
002910     DISPLAY 'SOLPED - ----------------------------------------'
002920     DISPLAY 'SOLPED - SOLICITANTE.: ' REG-PRG-SOLICITANTE
002930             '  REFERENCIA: ' REG-PRG-REFERENCIA
002940     DISPLAY 'SOLPED - SITUACAO....: ' REG-PRG-SITUACAO ' '
002950             WRK-SITUACAO-TEXTO ' DESDE ' WRK-DATA-EDIT
002960             ' RODADA ' REG-PRG-RODADA
002970     MOVE REG-PRG-DATA-INCLUSAO TO WRK-DATA-ENTRA
002980     PERFORM 7100-EDITAR-DATA THRU 7100-EXIT
002990     DISPLAY 'SOLPED - INCLUIDO EM.: ' WRK-DATA-EDIT
003000             '  EVENTOS: ' REG-PRG-QTDE-EVENTOS
003010             '  RESSUBMISSOES RECUSADAS: ' REG-PRG-QTDE-RECUSAS
003020
003030     IF REG-PRG-QTDE-EVENTOS > WRK-PRG-MAX-EVENTOS
003040        MOVE WRK-PRG-MAX-EVENTOS TO WRK-EVT-QTDE
003050        DISPLAY 'SOLPED - (HISTORICO COM OS 12 EVENTOS MAIS '
003060                'RECENTES; OS ANTERIORES FORAM DESCARTADOS)'
003070     ELSE
003080        MOVE REG-PRG-QTDE-EVENTOS TO WRK-EVT-QTDE
003090     END-IF
003100     DISPLAY 'SOLPED -   DATA       HORA     RODADA  SITUACAO'
003110             '                ORIGEM    COMPL.'
003120     PERFORM 3100-EXIBIR-EVENTO THRU 3100-EXIT
003130         VARYING WRK-EVT-IND FROM 1 BY 1
003140         UNTIL WRK-EVT-IND > WRK-EVT-QTDE.
003150 3000-EXIT.
003160     EXIT.
003170
003180 3100-EXIBIR-EVENTO.
003190
003200     MOVE REG-PRG-EVT-SITUACAO (WRK-EVT-IND) TO WRK-SITUACAO-ENTRA
003210     PERFORM 7000-TRADUZIR-SITUACAO THRU 7000-EXIT
003220     MOVE REG-PRG-EVT-DATA (WRK-EVT-IND) TO WRK-DATA-ENTRA
003230     PERFORM 7100-EDITAR-DATA THRU 7100-EXIT
003240     MOVE REG-PRG-EVT-HORA (WRK-EVT-IND) TO WRK-HORA-ENTRA
003250     PERFORM 7200-EDITAR-HORA THRU 7200-EXIT
003260     DISPLAY 'SOLPED -   ' WRK-DATA-EDIT ' ' WRK-HORA-EDIT ' '
003270             REG-PRG-EVT-RODADA (WRK-EVT-IND) '   '
003280             WRK-SITUACAO-TEXTO '  '
003290             REG-PRG-EVT-ORIGEM (WRK-EVT-IND) '  '
003300             REG-PRG-EVT-COMPL (WRK-EVT-IND).
003310 3100-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 7000-TRADUZIR-SITUACAO - TEXTO DA SITUACAO DO PEDIDO.          *
003360******************************************************************
003370 7000-TRADUZIR-SITUACAO.
003380
003390     EVALUATE WRK-SITUACAO-ENTRA
003400        WHEN 'A'
003410           MOVE 'ACEITO NA CRITICA'      TO WRK-SITUACAO-TEXTO
003420        WHEN 'R'
003430           MOVE 'REJEITADO'              TO WRK-SITUACAO-TEXTO
003440        WHEN 'F'
003450           MOVE 'ADIADO (CARRYOVR)'      TO WRK-SITUACAO-TEXTO
003460        WHEN 'C'
003470           MOVE 'PAROU NA CAPACIDADE'    TO WRK-SITUACAO-TEXTO
003480        WHEN 'G'
003490           MOVE 'GERADO'                 TO WRK-SITUACAO-TEXTO
003500        WHEN 'E'
003510           MOVE 'ENTREGUE'               TO WRK-SITUACAO-TEXTO
003520        WHEN 'W'
003530           MOVE 'CONFIRMADO WAREHOUSE'   TO WRK-SITUACAO-TEXTO
003540        WHEN 'X'
003550           MOVE 'RESSUBMISSAO RECUSADA'  TO WRK-SITUACAO-TEXTO
003560        WHEN OTHER
003570           MOVE 'SITUACAO DESCONHECIDA'  TO WRK-SITUACAO-TEXTO
003580     END-EVALUATE.
003590 7000-EXIT.
003600     EXIT.
003610
003620 7100-EDITAR-DATA.
003630
003640     MOVE WRK-DATA-ENTRA (7:2) TO WRK-DTE-DIA
003650     MOVE WRK-DATA-ENTRA (5:2) TO WRK-DTE-MES
003660     MOVE WRK-DATA-ENTRA (1:4) TO WRK-DTE-ANO.
003670 7100-EXIT.
003680     EXIT.
003690
003700 7200-EDITAR-HORA.
003710
003720     MOVE WRK-HORA-ENTRA (1:2) TO WRK-HRE-HORA
003730     MOVE WRK-HORA-ENTRA (3:2) TO WRK-HRE-MIN
003740     MOVE WRK-HORA-ENTRA (5:2) TO WRK-HRE-SEG.
003750 7200-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 9999-ENCERRAR - FECHA O CADASTRO, DEVOLVE O RETURN-CODE E      *
003800*                 ENCERRA O PROGRAMA.                            *
003810******************************************************************
003820 9999-ENCERRAR.
003830
003840     IF WRK-CADASTRO-ABERTO
003850        CLOSE PEDREG
003860     END-IF
003870     MOVE WRK-RETORNO TO RETURN-CODE
003880     STOP RUN.
003890 9999-EXIT.
003900     EXIT.
003910
003920 END PROGRAM SOLPED.
