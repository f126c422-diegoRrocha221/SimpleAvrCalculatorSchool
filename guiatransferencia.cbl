000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Emitir a guia de transferencia do aluno que sai para
000140* outra escola: dada a matricula, localizar a ultima saida
000150* registrada em TRANSFERENCIAS (CadastroTransferencia) e
000160* reunir do mestre ALUNOS-MASTER as medias de cada materia nos
000170* bimestres cursados no ano letivo da saida, com as aulas
000180* dadas e as faltas (FREQUENCIA-ALUNOS) e o desfecho das
000190* recuperacoes. Bimestre que o proprio aluno trouxe de uma
000200* escola anterior (nota externa) sai identificado como tal. A
000210* data de emissao fica gravada na transferencia.
000220* Tectonics: cobc
000230*-----------------------------------------------------------------
000240* Mod history:
000250*   2026-10-15 DRR  Criado (guia de transferencia).
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. GuiaTransferencia.
000290 AUTHOR. Diego R. Rocha.
000300 INSTALLATION. Secretaria Escolar.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TRANSFERENCIAS ASSIGN TO "TRANSFER"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS TRF-CHAVE
000410         FILE STATUS IS FS-TRANSFERENCIAS.
000420
000430     SELECT ALUNOS-MASTER ASSIGN TO "ALUNOSM"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS REG-CHAVE
000470         ALTERNATE RECORD KEY IS REG-MATERIA
000480             WITH DUPLICATES
000490         FILE STATUS IS FS-MASTER.
000500
000510     SELECT FREQUENCIA-ALUNOS ASSIGN TO "FREQALUN"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS FALT-CHAVE
000550         FILE STATUS IS FS-FREQUENCIA.
000560
000570     SELECT GUIA-TRANSFERENCIA ASSIGN TO "GUIATRF"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-DOCUMENTO.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  TRANSFERENCIAS.
000640 COPY TRANSREG.
000650
000660 FD  ALUNOS-MASTER.
000670 COPY ALUNOREG.
000680
000690 FD  FREQUENCIA-ALUNOS.
000700 COPY FALTREG.
000710
000720 FD  GUIA-TRANSFERENCIA.
000730 01  LINHA-SAIDA                  PIC X(100).
000740
000750 WORKING-STORAGE SECTION.
000760 01  MATRICULA                    PIC 9(06).
000770 01  NOME-ALUNO                   PIC X(30).
000780 01  NOME-CADASTRO                PIC X(30).
000790 01  TURMA-CADASTRO               PIC X(06).
000800 01  SITUACAO-CADASTRO            PIC X(01).
000810 01  DATA-HOJE                    PIC 9(08).
000820 01  B                            PIC 9(02) COMP.
000830 01  CONT-REGISTROS               PIC 9(05) COMP.
000840
000850 01  SW-FIM-ARQUIVO               PIC X(01) VALUE "N".
000860     88  FIM-ARQUIVO                      VALUE "S".
000870 01  SW-FIM-ALUNO                 PIC X(01).
000880     88  FIM-ALUNO                        VALUE "S".
000890 01  SW-TRANSFERENCIA-ABERTA      PIC X(01) VALUE "N".
000900     88  TRANSFERENCIA-ABERTA             VALUE "S".
000910 01  SW-MASTER-ABERTO             PIC X(01) VALUE "N".
000920     88  MASTER-ABERTO                    VALUE "S".
000930 01  SW-FREQ-DISPONIVEL           PIC X(01) VALUE "N".
000940     88  FREQUENCIA-DISPONIVEL            VALUE "S".
000950 01  SW-SAIDA-ACHADA              PIC X(01) VALUE "N".
000960     88  SAIDA-ACHADA                     VALUE "S".
000970 01  SW-CHAVE-ACHADA              PIC X(01).
000980     88  CHAVE-ACHADA                     VALUE "S".
000990 01  SW-TABELA-ESTOUROU           PIC X(01) VALUE "N".
001000     88  TABELA-ESTOUROU                  VALUE "S".
001010
001020 01  FS-TRANSFERENCIAS            PIC X(02).
001030     88  FS-TRANSFERENCIAS-OK             VALUE "00".
001040 01  FS-MASTER                    PIC X(02).
001050     88  FS-MASTER-OK                     VALUE "00".
001060     88  FS-MASTER-EM-USO                 VALUE "61".
001070 01  FS-FREQUENCIA                PIC X(02).
001080     88  FS-FREQUENCIA-OK                 VALUE "00".
001090 01  FS-DOCUMENTO                 PIC X(02).
001100     88  FS-DOCUMENTO-OK                  VALUE "00".
001110
001120 01  CHAVE-SAIDA                  PIC X(14).
001130
001140 01  TABELA-GUIA.
001150     05  TGU-ITEM OCCURS 30 TIMES.
001160         10  TGU-MATERIA          PIC X(20).
001170         10  TGU-MEDIA-BIM        PIC 99V99 OCCURS 4 TIMES.
001180         10  TGU-PRESENTE         PIC X(01) OCCURS 4 TIMES.
001190         10  TGU-RECUP-STATUS     PIC X(01) OCCURS 4 TIMES.
001200         10  TGU-NOTA-RECUP       PIC 99V99 OCCURS 4 TIMES.
001210         10  TGU-AULAS            PIC 9(05).
001220         10  TGU-FALTAS           PIC 9(05).
001230 01  TGU-QTD                      PIC 9(02) COMP.
001240 01  TGU-IDX                      PIC 9(02) COMP.
001250 01  TGU-ACHADO                   PIC 9(02) COMP.
001260
001270 01  LINHA-TITULO                 PIC X(60) VALUE
001280     "         G U I A   D E   T R A N S F E R E N C I A".
001290
001300 01  LINHA-ALUNO.
001310     05  FILLER                   PIC X(07) VALUE "Aluno: ".
001320     05  LA-NOME                  PIC X(30).
001330     05  FILLER                   PIC X(14) VALUE
001340         "   Matricula: ".
001350     05  LA-MATRICULA             PIC 9(06).
001360
001370 01  LINHA-CAB-ANO.
001380     05  FILLER                   PIC X(12) VALUE "Ano letivo: ".
001390     05  LCA-ANO                  PIC 9(04).
001400     05  FILLER                   PIC X(09) VALUE "  Turma: ".
001410     05  LCA-TURMA                PIC X(06).
001420     05  FILLER                   PIC X(21) VALUE
001430         "  Bimestre em curso: ".
001440     05  LCA-BIMESTRE             PIC 9(01).
001450
001460 01  LINHA-DATA.
001470     05  FILLER                   PIC X(23) VALUE
001480         "Data da transferencia: ".
001490     05  LDT-DATA                 PIC 9(08).
001500
001510 01  LINHA-ESCOLA.
001520     05  FILLER                   PIC X(19) VALUE
001530         "Escola de destino: ".
001540     05  LES-ESCOLA               PIC X(40).
001550
001560 01  LINHA-MOTIVO.
001570     05  FILLER                   PIC X(08) VALUE "Motivo: ".
001580     05  LMO-MOTIVO               PIC X(40).
001590
001600 01  LINHA-COLUNAS.
001610     05  FILLER                   PIC X(20) VALUE "Materia".
001620     05  FILLER                   PIC X(02) VALUE SPACES.
001630     05  FILLER                   PIC X(07) VALUE "   B1  ".
001640     05  FILLER                   PIC X(07) VALUE "   B2  ".
001650     05  FILLER                   PIC X(07) VALUE "   B3  ".
001660     05  FILLER                   PIC X(07) VALUE "   B4  ".
001670     05  FILLER                   PIC X(08) VALUE "  Aulas ".
001680     05  FILLER                   PIC X(07) VALUE " Faltas".
001690
001700 01  LINHA-DETALHE.
001710     05  LD-MATERIA               PIC X(20).
001720     05  FILLER                   PIC X(02) VALUE SPACES.
001730     05  LD-BIM-1                 PIC X(05).
001740     05  FILLER                   PIC X(02) VALUE SPACES.
001750     05  LD-BIM-2                 PIC X(05).
001760     05  FILLER                   PIC X(02) VALUE SPACES.
001770     05  LD-BIM-3                 PIC X(05).
001780     05  FILLER                   PIC X(02) VALUE SPACES.
001790     05  LD-BIM-4                 PIC X(05).
001800     05  FILLER                   PIC X(02) VALUE SPACES.
001810     05  LD-AULAS                 PIC ZZZZ9.
001820     05  FILLER                   PIC X(02) VALUE SPACES.
001830     05  LD-FALTAS                PIC ZZZZ9.
001840 01  EXIBE-MEDIA                  PIC ZZ.99.
001850 01  EXIBE-BIM                    PIC X(05).
001860
001870 01  LINHA-RECUPERACAO.
001880     05  FILLER                   PIC X(35) VALUE
001890         "  Recuperacao lancada no bimestre  ".
001900     05  LR-BIMESTRE              PIC 9(01).
001910     05  FILLER                   PIC X(08) VALUE ": nota  ".
001920     05  LR-NOTA                  PIC ZZ.99.
001930
001940 01  LINHA-EXTERNA.
001950     05  FILLER                   PIC X(11) VALUE "  Bimestre ".
001960     05  LEX-BIMESTRE             PIC 9(01).
001970     05  FILLER                   PIC X(51) VALUE
001980         " cursado em escola anterior (guia de transferencia)".
001990
002000 01  LINHA-EMISSAO.
002010     05  FILLER                   PIC X(12) VALUE "Emitido em  ".
002020     05  LE-DATA                  PIC 9(08).
002030
002040 01  LINHA-ASSINATURA             PIC X(60) VALUE
002050     "     ______________________________   Secretaria Escolar".
002060
002070 PROCEDURE DIVISION.
002080*-----------------------------------------------------------
002090* 0000-MAINLINE
002100*-----------------------------------------------------------
002110 0000-MAINLINE.
002120     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002130     IF MASTER-ABERTO
002140         PERFORM 2000-LER-MESTRE THRU 2000-EXIT
002150         PERFORM 3000-COLETAR-REGISTRO THRU 3000-EXIT
002160             UNTIL FIM-ARQUIVO
002170         IF CONT-REGISTROS = ZERO
002180             DISPLAY "Nenhuma nota do aluno no ano letivo "
002190                 TRF-ANO-LETIVO "; guia emitida sem materias."
002200         END-IF
002210         PERFORM 4000-EMITIR-GUIA THRU 4000-EXIT
002220     END-IF
002230     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002240     STOP RUN.
002250
002260*-----------------------------------------------------------
002270* 1000-INICIALIZAR - le a matricula, resolve o nome no
002280* cadastro, localiza a ultima saida do aluno e abre o mestre
002290* e a frequencia
002300*-----------------------------------------------------------
002310 1000-INICIALIZAR.
002320     MOVE ZERO TO CONT-REGISTROS TGU-QTD
002330     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
002340     PERFORM 1100-OBTER-MATRICULA THRU 1100-EXIT
002350     CALL "ConsultaCadastro" USING MATRICULA NOME-CADASTRO
002360         TURMA-CADASTRO SITUACAO-CADASTRO
002370     IF SITUACAO-CADASTRO = "N" OR SITUACAO-CADASTRO = "X"
002380         DISPLAY "Matricula nao encontrada no cadastro."
002390         GO TO 1000-EXIT
002400     END-IF
002410     MOVE NOME-CADASTRO TO NOME-ALUNO
002420     IF SITUACAO-CADASTRO NOT = "T"
002430         DISPLAY "Atencao: aluno nao esta com situacao "
002440             "transferido no cadastro."
002450     END-IF
002460     OPEN I-O TRANSFERENCIAS
002470     IF NOT FS-TRANSFERENCIAS-OK
002480         DISPLAY "Arquivo de transferencias indisponivel. "
002490             "Status: " FS-TRANSFERENCIAS
002500         GO TO 1000-EXIT
002510     END-IF
002520     SET TRANSFERENCIA-ABERTA TO TRUE
002530     PERFORM 1200-LOCALIZAR-SAIDA THRU 1200-EXIT
002540     IF NOT SAIDA-ACHADA
002550         DISPLAY "Nenhuma transferencia de saida registrada "
002560             "para a matricula " MATRICULA
002570         GO TO 1000-EXIT
002580     END-IF
002590     MOVE CHAVE-SAIDA TO TRF-CHAVE
002600     READ TRANSFERENCIAS
002610         INVALID KEY
002620             DISPLAY "Transferencia de saida nao relida."
002630             GO TO 1000-EXIT
002640     END-READ
002650     OPEN INPUT ALUNOS-MASTER
002660     IF NOT FS-MASTER-OK
002670         IF FS-MASTER-EM-USO
002680             DISPLAY "Arquivo mestre em uso por outra "
002690                 "sessao; tente mais tarde."
002700         ELSE
002710             DISPLAY "Arquivo mestre ainda nao existe."
002720         END-IF
002730         GO TO 1000-EXIT
002740     END-IF
002750     SET MASTER-ABERTO TO TRUE
002760     OPEN INPUT FREQUENCIA-ALUNOS
002770     IF FS-FREQUENCIA-OK
002780         SET FREQUENCIA-DISPONIVEL TO TRUE
002790     ELSE
002800         DISPLAY "Arquivo de frequencia indisponivel; guia "
002810             "emitida sem aulas e faltas."
002820     END-IF
002830     MOVE LOW-VALUES TO REG-CHAVE
002840     MOVE TRF-ANO-LETIVO TO REG-ANO-LETIVO
002850     START ALUNOS-MASTER KEY IS NOT LESS THAN REG-CHAVE
002860         INVALID KEY
002870             SET FIM-ARQUIVO TO TRUE
002880     END-START.
002890 1000-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------
002930* 1100-OBTER-MATRICULA - le e valida a matricula do aluno
002940*-----------------------------------------------------------
002950 1100-OBTER-MATRICULA.
002960     DISPLAY "Matricula do aluno: "
002970     ACCEPT MATRICULA
002980     IF MATRICULA = ZERO THEN
002990         DISPLAY "Matricula invalida! Por favor entre com uma "
003000             "matricula valida"
003010         GO TO 1100-OBTER-MATRICULA
003020     END-IF.
003030 1100-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------
003070* 1200-LOCALIZAR-SAIDA - percorre as transferencias da
003080* matricula e guarda a chave da ultima saida
003090*-----------------------------------------------------------
003100 1200-LOCALIZAR-SAIDA.
003110     MOVE "N" TO SW-FIM-ALUNO
003120     MOVE MATRICULA TO TRF-MATRICULA
003130     MOVE ZERO TO TRF-DATA
003140     START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
003150         INVALID KEY
003160             SET FIM-ALUNO TO TRUE
003170     END-START
003180     PERFORM 1210-LER-TRANSFERENCIA THRU 1210-EXIT
003190         UNTIL FIM-ALUNO.
003200 1200-EXIT.
003210     EXIT.
003220
003230*-----------------------------------------------------------
003240* 1210-LER-TRANSFERENCIA - le a proxima transferencia do aluno
003250*-----------------------------------------------------------
003260 1210-LER-TRANSFERENCIA.
003270     READ TRANSFERENCIAS NEXT RECORD
003280         AT END
003290             SET FIM-ALUNO TO TRUE
003300             GO TO 1210-EXIT
003310     END-READ
003320     IF TRF-MATRICULA NOT = MATRICULA
003330         SET FIM-ALUNO TO TRUE
003340         GO TO 1210-EXIT
003350     END-IF
003360     IF TRF-SAIDA
003370         SET SAIDA-ACHADA TO TRUE
003380         MOVE TRF-CHAVE TO CHAVE-SAIDA
003390     END-IF.
003400 1210-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------
003440* 2000-LER-MESTRE - le o proximo registro do mestre; o fim do
003450* ano letivo da saida encerra a leitura
003460*-----------------------------------------------------------
003470 2000-LER-MESTRE.
003480     IF NOT FIM-ARQUIVO
003490         READ ALUNOS-MASTER NEXT RECORD
003500             AT END
003510                 SET FIM-ARQUIVO TO TRUE
003520         END-READ
003530     END-IF
003540     IF NOT FIM-ARQUIVO
003550         IF REG-ANO-LETIVO NOT = TRF-ANO-LETIVO
003560             SET FIM-ARQUIVO TO TRUE
003570         END-IF
003580     END-IF.
003590 2000-EXIT.
003600     EXIT.
003610
003620*-----------------------------------------------------------
003630* 3000-COLETAR-REGISTRO - acumula o registro do aluno na
003640* tabela de materias da guia
003650*-----------------------------------------------------------
003660 3000-COLETAR-REGISTRO.
003670     IF REG-MATRICULA NOT = MATRICULA
003680         PERFORM 2000-LER-MESTRE THRU 2000-EXIT
003690         GO TO 3000-EXIT
003700     END-IF
003710     ADD 1 TO CONT-REGISTROS
003720     MOVE "N" TO SW-CHAVE-ACHADA
003730     MOVE ZERO TO TGU-ACHADO
003740     PERFORM VARYING TGU-IDX FROM 1 BY 1 UNTIL TGU-IDX > TGU-QTD
003750         PERFORM 3100-COMPARAR-MATERIA THRU 3100-EXIT
003760     END-PERFORM
003770     IF NOT CHAVE-ACHADA
003780         IF TGU-QTD < 30
003790             ADD 1 TO TGU-QTD
003800             MOVE REG-MATERIA TO TGU-MATERIA(TGU-QTD)
003810             MOVE ZERO TO TGU-AULAS(TGU-QTD) TGU-FALTAS(TGU-QTD)
003820             PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
003830                 MOVE ZERO TO TGU-MEDIA-BIM(TGU-QTD B)
003840                 MOVE "N" TO TGU-PRESENTE(TGU-QTD B)
003850                 MOVE "N" TO TGU-RECUP-STATUS(TGU-QTD B)
003860                 MOVE ZERO TO TGU-NOTA-RECUP(TGU-QTD B)
003870             END-PERFORM
003880             MOVE TGU-QTD TO TGU-ACHADO
003890         ELSE
003900             IF NOT TABELA-ESTOUROU
003910                 SET TABELA-ESTOUROU TO TRUE
003920                 DISPLAY "Tabela de materias cheia; guia "
003930                     "parcial a partir daqui."
003940             END-IF
003950         END-IF
003960     END-IF
003970     IF TGU-ACHADO > ZERO
003980         MOVE REG-MEDIA TO TGU-MEDIA-BIM(TGU-ACHADO REG-BIMESTRE)
003990         IF REG-NOTA-EXTERNA
004000             MOVE "E" TO TGU-PRESENTE(TGU-ACHADO REG-BIMESTRE)
004010         ELSE
004020             MOVE "S" TO TGU-PRESENTE(TGU-ACHADO REG-BIMESTRE)
004030             PERFORM 3200-SOMAR-FREQUENCIA THRU 3200-EXIT
004040         END-IF
004050         MOVE REG-STATUS-RECUPERACAO
004060             TO TGU-RECUP-STATUS(TGU-ACHADO REG-BIMESTRE)
004070         MOVE REG-NOTA-RECUPERACAO
004080             TO TGU-NOTA-RECUP(TGU-ACHADO REG-BIMESTRE)
004090     END-IF
004100     PERFORM 2000-LER-MESTRE THRU 2000-EXIT.
004110 3000-EXIT.
004120     EXIT.
004130
004140*-----------------------------------------------------------
004150* 3100-COMPARAR-MATERIA - localiza a materia na tabela e
004160* guarda o indice achado em TGU-ACHADO
004170*-----------------------------------------------------------
004180 3100-COMPARAR-MATERIA.
004190     IF NOT CHAVE-ACHADA
004200         IF TGU-MATERIA(TGU-IDX) = REG-MATERIA
004210             SET CHAVE-ACHADA TO TRUE
004220             MOVE TGU-IDX TO TGU-ACHADO
004230         END-IF
004240     END-IF.
004250 3100-EXIT.
004260     EXIT.
004270
004280*-----------------------------------------------------------
004290* 3200-SOMAR-FREQUENCIA - acumula as aulas e faltas do aluno
004300* na materia no bimestre do registro
004310*-----------------------------------------------------------
004320 3200-SOMAR-FREQUENCIA.
004330     IF NOT FREQUENCIA-DISPONIVEL
004340         GO TO 3200-EXIT
004350     END-IF
004360     MOVE REG-ANO-LETIVO TO FALT-ANO-LETIVO
004370     MOVE REG-BIMESTRE TO FALT-BIMESTRE
004380     MOVE REG-TURMA TO FALT-TURMA
004390     MOVE REG-MATERIA TO FALT-MATERIA
004400     MOVE REG-MATRICULA TO FALT-MATRICULA
004410     READ FREQUENCIA-ALUNOS
004420         INVALID KEY
004430             CONTINUE
004440         NOT INVALID KEY
004450             ADD FALT-AULAS-DADAS TO TGU-AULAS(TGU-ACHADO)
004460             ADD FALT-FALTAS TO TGU-FALTAS(TGU-ACHADO)
004470     END-READ.
004480 3200-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------
004520* 4000-EMITIR-GUIA - escreve a guia: cabecalho com os dados
004530* da transferencia, uma linha por materia, as observacoes e a
004540* assinatura da secretaria; grava a data de emissao
004550*-----------------------------------------------------------
004560 4000-EMITIR-GUIA.
004570     OPEN OUTPUT GUIA-TRANSFERENCIA
004571     IF NOT FS-DOCUMENTO-OK
004572         DISPLAY "Guia de transferencia nao pode ser gravada. "
004573             "Status: " FS-DOCUMENTO
004574         GO TO 4000-EXIT
004575     END-IF
004580     MOVE LINHA-TITULO TO LINHA-SAIDA
004590     WRITE LINHA-SAIDA
004600     MOVE SPACES TO LINHA-SAIDA
004610     WRITE LINHA-SAIDA
004620     MOVE NOME-ALUNO TO LA-NOME
004630     MOVE MATRICULA TO LA-MATRICULA
004640     MOVE LINHA-ALUNO TO LINHA-SAIDA
004650     WRITE LINHA-SAIDA
004660     MOVE TRF-ANO-LETIVO TO LCA-ANO
004670     MOVE TRF-TURMA TO LCA-TURMA
004680     MOVE TRF-BIMESTRE TO LCA-BIMESTRE
004690     MOVE LINHA-CAB-ANO TO LINHA-SAIDA
004700     WRITE LINHA-SAIDA
004710     MOVE TRF-DATA TO LDT-DATA
004720     MOVE LINHA-DATA TO LINHA-SAIDA
004730     WRITE LINHA-SAIDA
004740     MOVE TRF-ESCOLA TO LES-ESCOLA
004750     MOVE LINHA-ESCOLA TO LINHA-SAIDA
004760     WRITE LINHA-SAIDA
004770     MOVE TRF-MOTIVO TO LMO-MOTIVO
004780     MOVE LINHA-MOTIVO TO LINHA-SAIDA
004790     WRITE LINHA-SAIDA
004800     MOVE SPACES TO LINHA-SAIDA
004810     WRITE LINHA-SAIDA
004820     MOVE LINHA-COLUNAS TO LINHA-SAIDA
004830     WRITE LINHA-SAIDA
004840     PERFORM VARYING TGU-IDX FROM 1 BY 1 UNTIL TGU-IDX > TGU-QTD
004850         PERFORM 4100-EMITIR-MATERIA THRU 4100-EXIT
004860     END-PERFORM
004870     MOVE SPACES TO LINHA-SAIDA
004880     WRITE LINHA-SAIDA
004890     MOVE DATA-HOJE TO LE-DATA
004900     MOVE LINHA-EMISSAO TO LINHA-SAIDA
004910     WRITE LINHA-SAIDA
004920     MOVE SPACES TO LINHA-SAIDA
004930     WRITE LINHA-SAIDA
004940     WRITE LINHA-SAIDA
004950     MOVE LINHA-ASSINATURA TO LINHA-SAIDA
004960     WRITE LINHA-SAIDA
004970     CLOSE GUIA-TRANSFERENCIA
004980     MOVE DATA-HOJE TO TRF-DATA-GUIA
004990     REWRITE TRF-REGISTRO
004991         INVALID KEY
004992             DISPLAY "Guia emitida, mas a data de emissao "
004993                 "nao foi gravada. Status: "
004994                 FS-TRANSFERENCIAS
004995             GO TO 4000-EXIT
004996     END-REWRITE
005000     DISPLAY "Guia de transferencia emitida. Materias: " TGU-QTD.
005010 4000-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------
005050* 4100-EMITIR-MATERIA - linha da materia com as medias dos
005060* bimestres, aulas e faltas, e as observacoes da materia
005070*-----------------------------------------------------------
005080 4100-EMITIR-MATERIA.
005090     MOVE TGU-MATERIA(TGU-IDX) TO LD-MATERIA
005100     MOVE 1 TO B
005110     PERFORM 4110-FORMATAR-BIMESTRE THRU 4110-EXIT
005120     MOVE EXIBE-BIM TO LD-BIM-1
005130     MOVE 2 TO B
005140     PERFORM 4110-FORMATAR-BIMESTRE THRU 4110-EXIT
005150     MOVE EXIBE-BIM TO LD-BIM-2
005160     MOVE 3 TO B
005170     PERFORM 4110-FORMATAR-BIMESTRE THRU 4110-EXIT
005180     MOVE EXIBE-BIM TO LD-BIM-3
005190     MOVE 4 TO B
005200     PERFORM 4110-FORMATAR-BIMESTRE THRU 4110-EXIT
005210     MOVE EXIBE-BIM TO LD-BIM-4
005220     MOVE TGU-AULAS(TGU-IDX) TO LD-AULAS
005230     MOVE TGU-FALTAS(TGU-IDX) TO LD-FALTAS
005240     MOVE LINHA-DETALHE TO LINHA-SAIDA
005250     WRITE LINHA-SAIDA
005260     PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
005270         PERFORM 4120-EMITIR-OBSERVACAO THRU 4120-EXIT
005280     END-PERFORM.
005290 4100-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------
005330* 4110-FORMATAR-BIMESTRE - formata a media do bimestre B em
005340* EXIBE-BIM, ou "  ---" quando o bimestre nao tem registro
005350*-----------------------------------------------------------
005360 4110-FORMATAR-BIMESTRE.
005370     IF TGU-PRESENTE(TGU-IDX B) = "N"
005380         MOVE "  ---" TO EXIBE-BIM
005390     ELSE
005400         MOVE TGU-MEDIA-BIM(TGU-IDX B) TO EXIBE-MEDIA
005410         MOVE EXIBE-MEDIA TO EXIBE-BIM
005420     END-IF.
005430 4110-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------
005470* 4120-EMITIR-OBSERVACAO - bimestre B trazido de escola
005480* anterior ou com recuperacao lancada
005490*-----------------------------------------------------------
005500 4120-EMITIR-OBSERVACAO.
005510     IF TGU-PRESENTE(TGU-IDX B) = "E"
005520         MOVE B TO LEX-BIMESTRE
005530         MOVE LINHA-EXTERNA TO LINHA-SAIDA
005540         WRITE LINHA-SAIDA
005550     END-IF
005560     IF TGU-RECUP-STATUS(TGU-IDX B) = "L"
005570         MOVE B TO LR-BIMESTRE
005580         MOVE TGU-NOTA-RECUP(TGU-IDX B) TO LR-NOTA
005590         MOVE LINHA-RECUPERACAO TO LINHA-SAIDA
005600         WRITE LINHA-SAIDA
005610     END-IF.
005620 4120-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------
005660* 9000-FINALIZAR - fecha os arquivos
005670*-----------------------------------------------------------
005680 9000-FINALIZAR.
005690     IF TRANSFERENCIA-ABERTA
005700         CLOSE TRANSFERENCIAS
005710     END-IF
005720     IF MASTER-ABERTO
005730         CLOSE ALUNOS-MASTER
005740         IF FREQUENCIA-DISPONIVEL
005750             CLOSE FREQUENCIA-ALUNOS
005760         END-IF
005770     END-IF.
005780 9000-EXIT.
005790     EXIT.
