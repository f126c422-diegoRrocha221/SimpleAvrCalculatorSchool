000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Auditoria de integridade do mestre ALUNOS-MASTER antes
000140* do fechamento do periodo: confere cada registro do ano letivo
000150* (de um bimestre ou de todos) contra o cadastro de alunos
000160* (matricula existente, nome e turma iguais, aluno ativo), a
000170* tabela de materias MATERIAS-CONFIG (materia cadastrada e
000180* quantidade de notas igual), as atribuicoes e o cadastro de
000190* professores (professor do registro e o atribuido, e ativo)
000200* e os periodos (PERIODOS); refaz a media e o resultado pela
000210* CalcularMedia com os pesos da materia, a recuperacao lancada
000220* pela CalcularRecuperacao e a regra de frequencia do ano
000230* (ConsultaFrequencia), e confere a combinacao situacao/nota
000240* da recuperacao. Nada e alterado: as excecoes saem no
000250* relatorio RELINTEG agrupadas por tipo de erro, cada tipo com
000260* a sua gravidade (ALTA, MEDIA, BAIXA), e o resumo por tipo.
000270* Passo INTEGRIDADE do controle de execucao da janela.
000280* Tectonics: cobc
000290*-----------------------------------------------------------------
000300* Mod history:
000310*   2026-10-15 DRR  Criado (auditoria de integridade e recalculo
000320*                   do mestre).
000321*   2026-10-15 DRR  Regra do ano ilegivel impede a auditoria;
000322*                   registro cuja regra nao pode ser lida no
000323*                   recalculo nao e comparado.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. AuditaIntegridade.
000360 AUTHOR. Diego R. Rocha.
000370 INSTALLATION. Secretaria Escolar.
000380 DATE-WRITTEN. 15/10/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ALUNOS-MASTER ASSIGN TO "ALUNOSM"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS REG-CHAVE
000480         ALTERNATE RECORD KEY IS REG-MATERIA
000490             WITH DUPLICATES
000500         FILE STATUS IS FS-MASTER.
000510
000520     SELECT CADASTRO-ALUNOS ASSIGN TO "ALUNOSCD"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MAT-MATRICULA
000560         FILE STATUS IS FS-CADASTRO.
000570
000580     SELECT PROFESSORES ASSIGN TO "PROFESSO"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PRF-ID
000620         FILE STATUS IS FS-PROFESSORES.
000630
000640     SELECT EXCECOES-TRABALHO ASSIGN TO "INTEGTRB"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS EXC-CHAVE
000680         FILE STATUS IS FS-TRABALHO.
000690
000700     SELECT RELATORIO-INTEGRIDADE ASSIGN TO "RELINTEG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-RELATORIO.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ALUNOS-MASTER.
000770 COPY ALUNOREG.
000780
000790 FD  CADASTRO-ALUNOS.
000800 COPY MATRREG.
000810
000820 FD  PROFESSORES.
000830 COPY PROFREG.
000840
000850* Excecoes da execucao, por tipo de erro e ordem de achado
000860 FD  EXCECOES-TRABALHO.
000870 01  EXC-REGISTRO.
000880     05  EXC-CHAVE.
000890         10  EXC-TIPO                 PIC 9(02).
000900         10  EXC-SEQUENCIA            PIC 9(06).
000910     05  EXC-ANO-LETIVO               PIC 9(04).
000920     05  EXC-BIMESTRE                 PIC 9(01).
000930     05  EXC-TURMA                    PIC X(06).
000940     05  EXC-MATERIA                  PIC X(20).
000950     05  EXC-MATRICULA                PIC 9(06).
000960     05  EXC-NOME-ALUNO               PIC X(30).
000970     05  EXC-DETALHE                  PIC X(57).
000980
000990 FD  RELATORIO-INTEGRIDADE.
001000 01  LINHA-SAIDA                  PIC X(132).
001010
001020 WORKING-STORAGE SECTION.
001030 01  ANO-LETIVO                   PIC 9(04).
001040 01  BIMESTRE                     PIC 9(01).
001050 01  DATA-HOJE                    PIC 9(08).
001060 01  SITUACAO-PERIODO             PIC X(01).
001070 01  QTD-NOTAS                    PIC 9(01).
001080 01  PESOS-NOTAS                  PIC 9(01) OCCURS 4 TIMES.
001090 01  MATERIA-CADASTRADA           PIC X(01).
001100 01  PROFESSOR-ID                 PIC 9(04).
001110 01  PROFESSOR-NOME               PIC X(30).
001120 01  SITUACAO-ATRIBUICAO          PIC X(01).
001130 01  MEDIA-BASE                   PIC 99V99.
001140 01  RESULTADO-BASE               PIC X(10).
001150 01  MEDIA-ESPERADA               PIC 99V99.
001160 01  RESULTADO-ESPERADO           PIC X(10).
001170 01  STATUS-ESPERADO              PIC X(01).
001180 01  PERCENTUAL-PRESENCA          PIC 9(03).
001190 01  SITUACAO-FREQUENCIA          PIC X(01).
001200 01  TIPO-EXCECAO                 PIC 9(02).
001210 01  DETALHE-EXCECAO              PIC X(57).
001220 01  TIPO-ANTERIOR                PIC 9(02).
001230 01  MEDIA-EDITADA                PIC Z9.99.
001240 01  I                            PIC 9(01).
001250 01  NOTA-FORA                    PIC 9(01).
001260 COPY REGRAREG.
001270 01  SITUACAO-REGRA               PIC X(01).
001275 01  STATUS-REGRAS                PIC X(02).
001280
001290 01  PASSO-CONTROLE               PIC X(12) VALUE "INTEGRIDADE ".
001300 01  FASE-CONTROLE                PIC X(01).
001310 01  QTD-CONTROLE                 PIC 9(09).
001320 01  LIBERADO-CONTROLE            PIC X(01).
001330
001340 01  CONT-REGISTROS               PIC 9(05) COMP.
001350 01  CONT-EXCECOES                PIC 9(06) COMP.
001360 01  CONT-ALTA                    PIC 9(05) COMP.
001370 01  CONT-MEDIA                   PIC 9(05) COMP.
001380 01  CONT-BAIXA                   PIC 9(05) COMP.
001390
001400 01  SW-MASTER-ABERTO             PIC X(01) VALUE "N".
001410     88  MASTER-ABERTO                    VALUE "S".
001420 01  SW-FIM-ARQUIVO               PIC X(01).
001430     88  FIM-ARQUIVO                      VALUE "S".
001440 01  SW-FIM-TRABALHO              PIC X(01).
001450     88  FIM-TRABALHO                     VALUE "S".
001460 01  SW-CADASTRO-DISPONIVEL       PIC X(01).
001470     88  CADASTRO-DISPONIVEL              VALUE "S".
001480 01  SW-PROFESSORES-DISPONIVEL    PIC X(01).
001490     88  PROFESSORES-DISPONIVEL           VALUE "S".
001500 01  SW-ATRIBUICOES-INDISPONIVEIS PIC X(01).
001510     88  ATRIBUICOES-INDISPONIVEIS        VALUE "S".
001520 01  SW-PERIODO-FECHADO           PIC X(01).
001530     88  PERIODO-FECHADO                  VALUE "S".
001540 01  SW-RECALCULAR                PIC X(01).
001550     88  RECALCULAR                       VALUE "S".
001560
001570 01  FS-MASTER                    PIC X(02).
001580     88  FS-MASTER-OK                     VALUE "00".
001590     88  FS-MASTER-EM-USO                 VALUE "61".
001600 01  FS-CADASTRO                  PIC X(02).
001610     88  FS-CADASTRO-OK                   VALUE "00".
001620 01  FS-PROFESSORES               PIC X(02).
001630     88  FS-PROFESSORES-OK                VALUE "00".
001640 01  FS-TRABALHO                  PIC X(02).
001650     88  FS-TRABALHO-OK                   VALUE "00".
001660 01  FS-RELATORIO                 PIC X(02).
001670     88  FS-RELATORIO-OK                  VALUE "00".
001680
001690* Tipos de erro: codigo, gravidade e descricao
001700 01  TABELA-TIPOS-DADOS.
001710     05  FILLER PIC X(52) VALUE
001720         "01ALTA Matricula sem registro no cadastro de alunos ".
001730     05  FILLER PIC X(52) VALUE
001740         "02MEDIANome do aluno diverge do cadastro            ".
001750     05  FILLER PIC X(52) VALUE
001760         "03MEDIATurma do aluno diverge do cadastro           ".
001770     05  FILLER PIC X(52) VALUE
001780         "04BAIXAAluno desativado ou unificado no cadastro    ".
001790     05  FILLER PIC X(52) VALUE
001800         "05ALTA Materia nao cadastrada em MATERIAS-CONFIG    ".
001810     05  FILLER PIC X(52) VALUE
001820         "06ALTA Quantidade de notas diverge da materia       ".
001830     05  FILLER PIC X(52) VALUE
001840         "07MEDIANota fora da faixa ou alem da quantidade     ".
001850     05  FILLER PIC X(52) VALUE
001860         "08MEDIAMateria/turma sem atribuicao de professor    ".
001870     05  FILLER PIC X(52) VALUE
001880         "09MEDIAProfessor do registro diverge da atribuicao  ".
001890     05  FILLER PIC X(52) VALUE
001900         "10MEDIAProfessor inexistente ou inativo             ".
001910     05  FILLER PIC X(52) VALUE
001920         "11ALTA Periodo invalido                             ".
001930     05  FILLER PIC X(52) VALUE
001940         "12MEDIAPeriodo fechado com registro nao transmitido ".
001950     05  FILLER PIC X(52) VALUE
001960         "13ALTA Media diverge do recalculo                   ".
001970     05  FILLER PIC X(52) VALUE
001980         "14ALTA Resultado diverge do recalculo               ".
001990     05  FILLER PIC X(52) VALUE
002000         "15ALTA Recuperacao inconsistente (situacao/nota)    ".
002010     05  FILLER PIC X(52) VALUE
002020         "16MEDIARecuperacao pendente em periodo fechado      ".
002030 01  TABELA-TIPOS REDEFINES TABELA-TIPOS-DADOS.
002040     05  TT-ITEM OCCURS 16 TIMES.
002050         10  TT-CODIGO                PIC 9(02).
002060         10  TT-GRAVIDADE             PIC X(05).
002070         10  TT-DESCRICAO             PIC X(45).
002080 01  TT-QTD-TIPOS                 PIC 9(02) VALUE 16.
002090 01  TT-IDX                       PIC 9(02) COMP.
002100 01  TABELA-OCORRENCIAS.
002110     05  TT-OCORRENCIAS           PIC 9(05) COMP OCCURS 16 TIMES.
002120
002130* Montagem do detalhe da excecao
002140 01  DETALHE-VALORES.
002150     05  DTV-TEXTO-1              PIC X(18).
002160     05  DTV-VALOR-1              PIC X(10).
002170     05  DTV-TEXTO-2              PIC X(14).
002180     05  DTV-VALOR-2              PIC X(10).
002190     05  DTV-OBSERVACAO           PIC X(05).
002200
002210 01  LINHA-TITULO.
002220     05  FILLER                   PIC X(41) VALUE
002230         "AUDITORIA DE INTEGRIDADE DO MESTRE - Ano ".
002240     05  LT-ANO-LETIVO            PIC 9(04).
002250     05  FILLER                   PIC X(12) VALUE
002260         "  Bimestre: ".
002270     05  LT-BIMESTRE              PIC X(05).
002280     05  FILLER                   PIC X(14) VALUE
002290         "  Emitido em: ".
002300     05  LT-DATA                  PIC 9(08).
002310
002320 01  LINHA-TIPO.
002330     05  FILLER                   PIC X(05) VALUE "Tipo ".
002340     05  LTP-CODIGO               PIC 9(02).
002350     05  FILLER                   PIC X(03) VALUE " - ".
002360     05  LTP-DESCRICAO            PIC X(45).
002370     05  FILLER                   PIC X(12) VALUE "Gravidade: ".
002380     05  LTP-GRAVIDADE            PIC X(05).
002390     05  FILLER                   PIC X(15) VALUE
002400         "  Ocorrencias: ".
002410     05  LTP-OCORRENCIAS          PIC ZZZZ9.
002420
002430 01  LINHA-COLUNAS.
002440     05  FILLER                   PIC X(16) VALUE
002450         "Ano  Bim Turma".
002460     05  FILLER                   PIC X(21) VALUE "Materia".
002470     05  FILLER                   PIC X(07) VALUE "Matric.".
002480     05  FILLER                   PIC X(31) VALUE "Aluno".
002490     05  FILLER                   PIC X(07) VALUE "Detalhe".
002500
002510 01  LINHA-EXCECAO.
002520     05  LEX-ANO-LETIVO           PIC 9(04).
002530     05  FILLER                   PIC X(01) VALUE SPACES.
002540     05  LEX-BIMESTRE             PIC 9(01).
002550     05  FILLER                   PIC X(03) VALUE SPACES.
002560     05  LEX-TURMA                PIC X(06).
002570     05  FILLER                   PIC X(01) VALUE SPACES.
002580     05  LEX-MATERIA              PIC X(20).
002590     05  FILLER                   PIC X(01) VALUE SPACES.
002600     05  LEX-MATRICULA            PIC 9(06).
002610     05  FILLER                   PIC X(01) VALUE SPACES.
002620     05  LEX-NOME-ALUNO           PIC X(30).
002630     05  FILLER                   PIC X(01) VALUE SPACES.
002640     05  LEX-DETALHE              PIC X(57).
002650
002660 01  LINHA-RESUMO.
002670     05  LRS-CODIGO               PIC 9(02).
002680     05  FILLER                   PIC X(01) VALUE SPACES.
002690     05  LRS-GRAVIDADE            PIC X(05).
002700     05  FILLER                   PIC X(01) VALUE SPACES.
002710     05  LRS-DESCRICAO            PIC X(45).
002720     05  LRS-OCORRENCIAS          PIC ZZZZ9.
002730
002740 01  LINHA-AVISO.
002750     05  FILLER                   PIC X(07) VALUE "AVISO: ".
002760     05  LAV-TEXTO                PIC X(80).
002770
002780 01  LINHA-SEPARADOR              PIC X(132) VALUE ALL "-".
002790
002800 01  LINHA-TOTAL.
002810     05  LTOT-TEXTO               PIC X(38).
002820     05  LTOT-VALOR               PIC ZZZZ9.
002830
002840 PROCEDURE DIVISION.
002850*-----------------------------------------------------------
002860* 0000-MAINLINE
002870*-----------------------------------------------------------
002880 0000-MAINLINE.
002890     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002900     IF MASTER-ABERTO
002910         PERFORM 3000-AUDITAR-REGISTRO THRU 3000-EXIT
002920             UNTIL FIM-ARQUIVO
002930         PERFORM 5000-IMPRIMIR-EXCECOES THRU 5000-EXIT
002940         PERFORM 6000-IMPRIMIR-RESUMO THRU 6000-EXIT
002950     END-IF
002960     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002970     STOP RUN.
002980
002990*-----------------------------------------------------------
003000* 1000-INICIALIZAR - passa pelo controle da janela, le o
003010* periodo a auditar, confere a regra do ano e abre os
003015* arquivos; o mestre e so lido
003020*-----------------------------------------------------------
003030 1000-INICIALIZAR.
003040     MOVE "I" TO FASE-CONTROLE
003050     MOVE ZERO TO QTD-CONTROLE
003060     CALL "ControleExecucao" USING PASSO-CONTROLE
003070         FASE-CONTROLE QTD-CONTROLE LIBERADO-CONTROLE
003080     IF LIBERADO-CONTROLE NOT = "S"
003090         GO TO 1000-EXIT
003100     END-IF
003110     MOVE ZERO TO CONT-REGISTROS CONT-EXCECOES CONT-ALTA
003120         CONT-MEDIA CONT-BAIXA
003130     INITIALIZE TABELA-OCORRENCIAS
003140     MOVE "N" TO SW-ATRIBUICOES-INDISPONIVEIS
003150     MOVE "N" TO SW-PERIODO-FECHADO
003160     MOVE "N" TO SW-FIM-ARQUIVO
003170     PERFORM 1100-OBTER-ANO-LETIVO THRU 1100-EXIT
003180     PERFORM 1200-OBTER-BIMESTRE THRU 1200-EXIT
003181     CALL "ConsultaRegras" USING ANO-LETIVO RGR-REGISTRO
003182         SITUACAO-REGRA STATUS-REGRAS
003183     IF SITUACAO-REGRA = "X"
003184         DISPLAY "Regra de avaliacao do ano " ANO-LETIVO
003185             " ilegivel; auditoria nao executada. Status: "
003186             STATUS-REGRAS
003187         GO TO 1000-EXIT
003188     END-IF
003190     OPEN INPUT ALUNOS-MASTER
003200     IF NOT FS-MASTER-OK
003210         IF FS-MASTER-EM-USO
003220             DISPLAY "Arquivo mestre em uso por outra "
003230                 "sessao; tente mais tarde."
003240         ELSE
003250             DISPLAY "Arquivo mestre ainda nao existe."
003260         END-IF
003270         GO TO 1000-EXIT
003280     END-IF
003290     OPEN OUTPUT EXCECOES-TRABALHO
003300     IF NOT FS-TRABALHO-OK
003310         DISPLAY "Arquivo de trabalho INTEGTRB indisponivel; "
003320             "auditoria nao executada. Status: " FS-TRABALHO
003330         CLOSE ALUNOS-MASTER
003340         GO TO 1000-EXIT
003350     END-IF
003360     SET MASTER-ABERTO TO TRUE
003370     OPEN OUTPUT RELATORIO-INTEGRIDADE
003380     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
003390     MOVE ANO-LETIVO TO LT-ANO-LETIVO
003400     IF BIMESTRE = ZERO
003410         MOVE "todos" TO LT-BIMESTRE
003420     ELSE
003430         MOVE BIMESTRE TO LT-BIMESTRE
003440     END-IF
003450     MOVE DATA-HOJE TO LT-DATA
003460     MOVE LINHA-TITULO TO LINHA-SAIDA
003470     WRITE LINHA-SAIDA
003480     PERFORM 1300-ABRIR-CADASTROS THRU 1300-EXIT
003490     IF BIMESTRE NOT = ZERO
003500         CALL "ConsultaPeriodo" USING ANO-LETIVO BIMESTRE
003510             SITUACAO-PERIODO
003520         IF SITUACAO-PERIODO = "F"
003530             MOVE "bimestre ja fechado em PERIODOS; a auditoria "
003540                 TO LAV-TEXTO
003550             PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
003560             MOVE "deve rodar antes do fechamento." TO LAV-TEXTO
003570             PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
003580         END-IF
003590     END-IF
003600     MOVE LOW-VALUES TO REG-CHAVE
003610     MOVE ANO-LETIVO TO REG-ANO-LETIVO
003620     MOVE BIMESTRE TO REG-BIMESTRE
003630     START ALUNOS-MASTER KEY IS NOT LESS THAN REG-CHAVE
003640         INVALID KEY
003650             SET FIM-ARQUIVO TO TRUE
003660             GO TO 1000-EXIT
003670     END-START
003680     PERFORM 2000-PROXIMO-REGISTRO THRU 2000-EXIT.
003690 1000-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------
003730* 1100-OBTER-ANO-LETIVO - le e valida o ano letivo
003740*-----------------------------------------------------------
003750 1100-OBTER-ANO-LETIVO.
003760     DISPLAY "Entre com o ano letivo (AAAA): "
003770     ACCEPT ANO-LETIVO
003780     IF ANO-LETIVO < 2000 THEN
003790         DISPLAY "Ano letivo invalido! Por favor entre com um "
003800             "ano valido"
003810         GO TO 1100-OBTER-ANO-LETIVO
003820     END-IF.
003830 1100-EXIT.
003840     EXIT.
003850
003860*-----------------------------------------------------------
003870* 1200-OBTER-BIMESTRE - le e valida o bimestre (zero audita
003880* todos os bimestres do ano)
003890*-----------------------------------------------------------
003900 1200-OBTER-BIMESTRE.
003910     DISPLAY "Entre com o bimestre (1-4, 0 para todos): "
003920     ACCEPT BIMESTRE
003930     IF BIMESTRE > 4 THEN
003940         DISPLAY "Bimestre invalido! Por favor entre com um "
003950             "bimestre de 0 a 4"
003960         GO TO 1200-OBTER-BIMESTRE
003970     END-IF.
003980 1200-EXIT.
003990     EXIT.
004000
004010*-----------------------------------------------------------
004020* 1300-ABRIR-CADASTROS - cadastro de alunos e de professores;
004030* cadastro indisponivel suspende a conferencia dele com aviso
004040*-----------------------------------------------------------
004050 1300-ABRIR-CADASTROS.
004060     MOVE "N" TO SW-CADASTRO-DISPONIVEL
004070     MOVE "N" TO SW-PROFESSORES-DISPONIVEL
004080     OPEN INPUT CADASTRO-ALUNOS
004090     IF FS-CADASTRO-OK
004100         SET CADASTRO-DISPONIVEL TO TRUE
004110     ELSE
004120         MOVE "cadastro de alunos indisponivel; matricula, nome "
004130             TO LAV-TEXTO
004140         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004150         MOVE "e turma nao conferidos." TO LAV-TEXTO
004160         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004170     END-IF
004180     OPEN INPUT PROFESSORES
004190     IF FS-PROFESSORES-OK
004200         SET PROFESSORES-DISPONIVEL TO TRUE
004210     ELSE
004220         MOVE "cadastro de professores indisponivel; situacao do "
004230             TO LAV-TEXTO
004240         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004250         MOVE "professor do registro nao conferida." TO LAV-TEXTO
004260         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
004270     END-IF.
004280 1300-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------
004320* 2000-PROXIMO-REGISTRO - le o proximo registro do mestre;
004330* outro ano (ou outro bimestre, quando pedido) encerra
004340*-----------------------------------------------------------
004350 2000-PROXIMO-REGISTRO.
004360     READ ALUNOS-MASTER NEXT RECORD
004370         AT END
004380             SET FIM-ARQUIVO TO TRUE
004390             GO TO 2000-EXIT
004400     END-READ
004410     IF REG-ANO-LETIVO NOT = ANO-LETIVO
004420         SET FIM-ARQUIVO TO TRUE
004430         GO TO 2000-EXIT
004440     END-IF
004450     IF BIMESTRE NOT = ZERO AND REG-BIMESTRE NOT = BIMESTRE
004460         SET FIM-ARQUIVO TO TRUE
004470     END-IF.
004480 2000-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------
004520* 3000-AUDITAR-REGISTRO - todas as conferencias do registro
004530* corrente; a media da guia de transferencia (nota externa)
004540* nao tem professor e e refeita pela regra da guia
004550*-----------------------------------------------------------
004560 3000-AUDITAR-REGISTRO.
004570     ADD 1 TO CONT-REGISTROS
004580     MOVE "S" TO SW-RECALCULAR
004590     PERFORM 3100-CONFERIR-PERIODO THRU 3100-EXIT
004600     IF CADASTRO-DISPONIVEL
004610         PERFORM 3200-CONFERIR-CADASTRO THRU 3200-EXIT
004620     END-IF
004630     PERFORM 3300-CONFERIR-MATERIA THRU 3300-EXIT
004640     PERFORM 3400-CONFERIR-NOTAS THRU 3400-EXIT
004650     IF REG-NOTA-EXTERNA
004660         PERFORM 3700-RECALCULAR-GUIA THRU 3700-EXIT
004670     ELSE
004680         PERFORM 3500-CONFERIR-PROFESSOR THRU 3500-EXIT
004690         IF RECALCULAR
004700             PERFORM 3600-RECALCULAR-REGISTRO THRU 3600-EXIT
004710         END-IF
004720     END-IF
004730     PERFORM 2000-PROXIMO-REGISTRO THRU 2000-EXIT.
004740 3000-EXIT.
004750     EXIT.
004760
004770*-----------------------------------------------------------
004780* 3100-CONFERIR-PERIODO - bimestre valido; em periodo ja
004790* fechado o registro precisa ter sido transmitido e nao pode
004800* ter recuperacao pendente (nao ha mais como lanca-la)
004810*-----------------------------------------------------------
004820 3100-CONFERIR-PERIODO.
004830     IF REG-BIMESTRE < 1 OR REG-BIMESTRE > 4
004840         MOVE 11 TO TIPO-EXCECAO
004850         MOVE "Bimestre fora de 1 a 4" TO DETALHE-EXCECAO
004860         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
004870         GO TO 3100-EXIT
004880     END-IF
004890     CALL "ConsultaPeriodo" USING REG-ANO-LETIVO REG-BIMESTRE
004900         SITUACAO-PERIODO
004910     IF SITUACAO-PERIODO NOT = "F"
004920         GO TO 3100-EXIT
004930     END-IF
004940     IF REG-TRANSM-PENDENTE OR REG-TRANSM-REJEITADO
004950         MOVE 12 TO TIPO-EXCECAO
004960         MOVE SPACES TO DETALHE-VALORES
004970         MOVE "Transmissao:" TO DTV-TEXTO-1
004980         MOVE REG-SIT-TRANSMISSAO TO DTV-VALOR-1
004990         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
005000         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005010     END-IF
005020     IF REG-RECUP-PENDENTE
005030         MOVE 16 TO TIPO-EXCECAO
005040         MOVE "Recuperacao sem nota lancada" TO DETALHE-EXCECAO
005050         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005060     END-IF.
005070 3100-EXIT.
005080     EXIT.
005090
005100*-----------------------------------------------------------
005110* 3200-CONFERIR-CADASTRO - matricula no cadastro, nome
005120* oficial e turma iguais, aluno ativo (ou transferido)
005130*-----------------------------------------------------------
005140 3200-CONFERIR-CADASTRO.
005150     MOVE REG-MATRICULA TO MAT-MATRICULA
005160     IF REG-MATRICULA = ZERO
005170         MOVE 1 TO TIPO-EXCECAO
005180         MOVE "Registro sem matricula" TO DETALHE-EXCECAO
005190         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005200         GO TO 3200-EXIT
005210     END-IF
005220     READ CADASTRO-ALUNOS
005230         INVALID KEY
005240             MOVE 1 TO TIPO-EXCECAO
005250             MOVE "Matricula nao encontrada no cadastro"
005260                 TO DETALHE-EXCECAO
005270             PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005280             GO TO 3200-EXIT
005290     END-READ
005300     IF MAT-NOME-ALUNO NOT = REG-NOME-ALUNO
005310         MOVE 2 TO TIPO-EXCECAO
005320         MOVE SPACES TO DETALHE-EXCECAO
005330         STRING "Cadastro: " MAT-NOME-ALUNO
005340             DELIMITED BY SIZE INTO DETALHE-EXCECAO
005350         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005360     END-IF
005370     IF MAT-TURMA NOT = REG-TURMA
005380         MOVE 3 TO TIPO-EXCECAO
005390         MOVE SPACES TO DETALHE-VALORES
005400         MOVE "Turma no cadastro:" TO DTV-TEXTO-1
005410         MOVE MAT-TURMA TO DTV-VALOR-1
005420         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
005430         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005440     END-IF
005450     IF MAT-INATIVO
005460         MOVE 4 TO TIPO-EXCECAO
005470         MOVE SPACES TO DETALHE-VALORES
005480         IF MAT-NAO-UNIFICADA
005490             MOVE "Aluno desativado" TO DTV-TEXTO-1
005500         ELSE
005510             MOVE "Unificada em" TO DTV-TEXTO-1
005520             MOVE MAT-UNIFICADA-EM TO DTV-VALOR-1
005530         END-IF
005540         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
005550         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005560     END-IF.
005570 3200-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------
005610* 3300-CONFERIR-MATERIA - materia cadastrada e ativa e, para
005620* nota desta escola, quantidade de notas igual a da materia;
005630* sem isso a media nao e refeita
005640*-----------------------------------------------------------
005650 3300-CONFERIR-MATERIA.
005660     CALL "ConfigMateria" USING REG-MATERIA QTD-NOTAS
005670         PESOS-NOTAS MATERIA-CADASTRADA
005680     IF MATERIA-CADASTRADA NOT = "S"
005690         MOVE 5 TO TIPO-EXCECAO
005700         MOVE "Materia inexistente ou inativa" TO DETALHE-EXCECAO
005710         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005720         MOVE "N" TO SW-RECALCULAR
005730         GO TO 3300-EXIT
005740     END-IF
005750     IF NOT REG-NOTA-EXTERNA AND REG-QTD-NOTAS NOT = QTD-NOTAS
005760         MOVE 6 TO TIPO-EXCECAO
005770         MOVE SPACES TO DETALHE-VALORES
005780         MOVE "Notas no registro:" TO DTV-TEXTO-1
005790         MOVE REG-QTD-NOTAS TO DTV-VALOR-1
005800         MOVE "  na materia:" TO DTV-TEXTO-2
005810         MOVE QTD-NOTAS TO DTV-VALOR-2
005820         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
005830         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
005840         MOVE "N" TO SW-RECALCULAR
005850     END-IF.
005860 3300-EXIT.
005870     EXIT.
005880
005890*-----------------------------------------------------------
005900* 3400-CONFERIR-NOTAS - notas usadas de 0 a 10, notas alem da
005910* quantidade do registro zeradas
005920*-----------------------------------------------------------
005930 3400-CONFERIR-NOTAS.
005940     IF REG-QTD-NOTAS < 1 OR REG-QTD-NOTAS > 4
005950         MOVE 7 TO TIPO-EXCECAO
005960         MOVE SPACES TO DETALHE-VALORES
005970         MOVE "Qtd de notas:" TO DTV-TEXTO-1
005980         MOVE REG-QTD-NOTAS TO DTV-VALOR-1
005990         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
006000         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
006010         MOVE "N" TO SW-RECALCULAR
006020         GO TO 3400-EXIT
006030     END-IF
006040     MOVE ZERO TO NOTA-FORA
006050     PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
006060         PERFORM 3410-CONFERIR-NOTA THRU 3410-EXIT
006070     END-PERFORM
006080     IF NOTA-FORA NOT = ZERO
006090         MOVE 7 TO TIPO-EXCECAO
006100         MOVE SPACES TO DETALHE-VALORES
006110         MOVE "Nota" TO DTV-TEXTO-1
006120         MOVE NOTA-FORA TO DTV-VALOR-1
006130         MOVE "  valor:" TO DTV-TEXTO-2
006140         MOVE REG-NOTAS(NOTA-FORA) TO MEDIA-EDITADA
006150         MOVE MEDIA-EDITADA TO DTV-VALOR-2
006160         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
006170         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
006180     END-IF.
006190 3400-EXIT.
006200     EXIT.
006210
006220*-----------------------------------------------------------
006230* 3410-CONFERIR-NOTA - guarda a primeira nota fora da regra
006240*-----------------------------------------------------------
006250 3410-CONFERIR-NOTA.
006260     IF NOTA-FORA NOT = ZERO
006270         GO TO 3410-EXIT
006280     END-IF
006290     IF I > REG-QTD-NOTAS
006300         IF REG-NOTAS(I) NOT = ZERO
006310             MOVE I TO NOTA-FORA
006320         END-IF
006330     ELSE
006340         IF REG-NOTAS(I) > 10
006350             MOVE I TO NOTA-FORA
006360         END-IF
006370     END-IF.
006380 3410-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------
006420* 3500-CONFERIR-PROFESSOR - o professor do registro e o
006430* atribuido a materia/turma no ano e esta ativo no cadastro;
006440* atribuicoes indisponiveis suspendem esta conferencia
006450*-----------------------------------------------------------
006460 3500-CONFERIR-PROFESSOR.
006470     IF ATRIBUICOES-INDISPONIVEIS
006480         GO TO 3500-EXIT
006490     END-IF
006500     CALL "ConsultaAtribuicao" USING REG-ANO-LETIVO REG-TURMA
006510         REG-MATERIA PROFESSOR-ID PROFESSOR-NOME
006520         SITUACAO-ATRIBUICAO
006530     EVALUATE SITUACAO-ATRIBUICAO
006540         WHEN "X"
006550             SET ATRIBUICOES-INDISPONIVEIS TO TRUE
006560             GO TO 3500-EXIT
006570         WHEN "N"
006580             MOVE 8 TO TIPO-EXCECAO
006590             MOVE SPACES TO DETALHE-VALORES
006600             MOVE "Prof. do registro:" TO DTV-TEXTO-1
006610             MOVE REG-PROFESSOR TO DTV-VALOR-1
006620             MOVE DETALHE-VALORES TO DETALHE-EXCECAO
006630             PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
006640         WHEN OTHER
006650             IF PROFESSOR-ID NOT = REG-PROFESSOR
006660                 MOVE 9 TO TIPO-EXCECAO
006670                 MOVE SPACES TO DETALHE-VALORES
006680                 MOVE "Prof. do registro:" TO DTV-TEXTO-1
006690                 MOVE REG-PROFESSOR TO DTV-VALOR-1
006700                 MOVE "  atribuido:" TO DTV-TEXTO-2
006710                 MOVE PROFESSOR-ID TO DTV-VALOR-2
006720                 MOVE DETALHE-VALORES TO DETALHE-EXCECAO
006730                 PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
006740             END-IF
006750     END-EVALUATE
006760     IF PROFESSORES-DISPONIVEL
006770         PERFORM 3510-CONFERIR-CADASTRO-PROF THRU 3510-EXIT
006780     END-IF.
006790 3500-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------------
006830* 3510-CONFERIR-CADASTRO-PROF - professor do registro no
006840* cadastro de professores e ativo
006850*-----------------------------------------------------------
006860 3510-CONFERIR-CADASTRO-PROF.
006870     MOVE SPACES TO DETALHE-VALORES
006880     MOVE "Professor:" TO DTV-TEXTO-1
006890     MOVE REG-PROFESSOR TO DTV-VALOR-1
006900     MOVE REG-PROFESSOR TO PRF-ID
006910     READ PROFESSORES
006920         INVALID KEY
006930             MOVE "  situacao:" TO DTV-TEXTO-2
006940             MOVE "nao existe" TO DTV-VALOR-2
006950             MOVE 10 TO TIPO-EXCECAO
006960             MOVE DETALHE-VALORES TO DETALHE-EXCECAO
006970             PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
006980             GO TO 3510-EXIT
006990     END-READ
007000     IF NOT PRF-ATIVO
007010         MOVE "  situacao:" TO DTV-TEXTO-2
007020         MOVE "inativo" TO DTV-VALOR-2
007030         MOVE 10 TO TIPO-EXCECAO
007040         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
007050         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
007060     END-IF.
007070 3510-EXIT.
007080     EXIT.
007090
007100*-----------------------------------------------------------
007110* 3600-RECALCULAR-REGISTRO - refaz media e resultado como os
007120* caminhos de gravacao fazem: CalcularMedia com os pesos da
007130* materia; recuperacao lancada pela CalcularRecuperacao;
007140* presenca abaixo do minimo do ano reprova por falta; a
007150* decisao do conselho (Aprov.Cons) preserva a media
007160*-----------------------------------------------------------
007170 3600-RECALCULAR-REGISTRO.
007180     CALL "CalcularMedia" USING REG-NOTAS QTD-NOTAS
007190         PESOS-NOTAS MEDIA-BASE RESULTADO-BASE REG-ANO-LETIVO
007191     IF RESULTADO-BASE = "Sem regra "
007192         DISPLAY "Regra do ano ilegivel; nao recalculado: "
007193             REG-MATRICULA " " REG-MATERIA
007194         GO TO 3600-EXIT
007195     END-IF
007200     MOVE MEDIA-BASE TO MEDIA-ESPERADA
007210     MOVE RESULTADO-BASE TO RESULTADO-ESPERADO
007220     IF REG-RECUP-LANCADA
007230         IF RESULTADO-BASE NOT = "Recupera  "
007240             MOVE 15 TO TIPO-EXCECAO
007250             MOVE "Recuperacao lancada com media fora da faixa"
007260                 TO DETALHE-EXCECAO
007270             PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
007280         END-IF
007290         CALL "CalcularRecuperacao" USING REG-ANO-LETIVO
007300             MEDIA-BASE REG-NOTA-RECUPERACAO MEDIA-ESPERADA
007310             RESULTADO-ESPERADO
007311         IF RESULTADO-ESPERADO = "Sem regra "
007312             DISPLAY "Regra do ano ilegivel; nao recalculado: "
007313                 REG-MATRICULA " " REG-MATERIA
007314             GO TO 3600-EXIT
007315         END-IF
007320     END-IF
007330     CALL "ConsultaFrequencia" USING REG-ANO-LETIVO
007340         REG-BIMESTRE REG-TURMA REG-MATERIA REG-MATRICULA
007350         PERCENTUAL-PRESENCA SITUACAO-FREQUENCIA
007351     IF SITUACAO-FREQUENCIA = "R"
007352         DISPLAY "Regra do ano ilegivel; nao recalculado: "
007353             REG-MATRICULA " " REG-MATERIA
007354         GO TO 3600-EXIT
007355     END-IF
007360     IF SITUACAO-FREQUENCIA = "B"
007370         MOVE "Rep.Falta " TO RESULTADO-ESPERADO
007380     END-IF
007390     IF REG-APROVADO-CONSELHO
007400         MOVE "Aprov.Cons" TO RESULTADO-ESPERADO
007410     END-IF
007420     PERFORM 3610-CONFERIR-RECUPERACAO THRU 3610-EXIT
007430     PERFORM 3800-COMPARAR-CALCULO THRU 3800-EXIT.
007440 3600-EXIT.
007450     EXIT.
007460
007470*-----------------------------------------------------------
007480* 3610-CONFERIR-RECUPERACAO - situacao da recuperacao que o
007490* resultado refeito exige (pendente so com Recupera; lancada
007500* mantida; nao se aplica nos demais) e nota de recuperacao
007510* so com a recuperacao lancada
007520*-----------------------------------------------------------
007530 3610-CONFERIR-RECUPERACAO.
007540     EVALUATE TRUE
007550         WHEN REG-RECUP-LANCADA
007560             MOVE "L" TO STATUS-ESPERADO
007570         WHEN RESULTADO-ESPERADO = "Recupera  "
007580             MOVE "P" TO STATUS-ESPERADO
007590         WHEN OTHER
007600             MOVE "N" TO STATUS-ESPERADO
007610     END-EVALUATE
007620     MOVE SPACES TO DETALHE-VALORES
007630     MOVE "Situacao gravada:" TO DTV-TEXTO-1
007640     MOVE REG-STATUS-RECUPERACAO TO DTV-VALOR-1
007650     MOVE "  esperada:" TO DTV-TEXTO-2
007660     MOVE STATUS-ESPERADO TO DTV-VALOR-2
007670     IF REG-STATUS-RECUPERACAO NOT = STATUS-ESPERADO
007680         MOVE 15 TO TIPO-EXCECAO
007690         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
007700         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
007710         GO TO 3610-EXIT
007720     END-IF
007730     IF NOT REG-RECUP-LANCADA
007740         AND REG-NOTA-RECUPERACAO NOT = ZERO
007750         MOVE 15 TO TIPO-EXCECAO
007760         MOVE "  nota recup.:" TO DTV-TEXTO-2
007770         MOVE REG-NOTA-RECUPERACAO TO MEDIA-EDITADA
007780         MOVE MEDIA-EDITADA TO DTV-VALOR-2
007790         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
007800         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
007810     END-IF.
007820 3610-EXIT.
007830     EXIT.
007840
007850*-----------------------------------------------------------
007860* 3700-RECALCULAR-GUIA - media da guia de transferencia: a
007870* media e a nota unica, o resultado sai pela media de
007880* aprovacao do ano, sem recuperacao
007890*-----------------------------------------------------------
007900 3700-RECALCULAR-GUIA.
007910     IF NOT RECALCULAR
007920         GO TO 3700-EXIT
007930     END-IF
007940     CALL "ConsultaRegras" USING REG-ANO-LETIVO RGR-REGISTRO
007950         SITUACAO-REGRA STATUS-REGRAS
007951     IF SITUACAO-REGRA = "X"
007952         DISPLAY "Regra do ano ilegivel; nao recalculado: "
007953             REG-MATRICULA " " REG-MATERIA " Status: "
007954             STATUS-REGRAS
007955         GO TO 3700-EXIT
007956     END-IF
007960     MOVE REG-NOTAS(1) TO MEDIA-ESPERADA
007970     IF MEDIA-ESPERADA >= RGR-MEDIA-APROVACAO
007980         MOVE "Aprovado  " TO RESULTADO-ESPERADO
007990     ELSE
008000         MOVE "Reprovado " TO RESULTADO-ESPERADO
008010     END-IF
008020     MOVE "N" TO SITUACAO-FREQUENCIA
008030     IF NOT REG-RECUP-NAO-SE-APLICA
008040         OR REG-NOTA-RECUPERACAO NOT = ZERO
008050         MOVE 15 TO TIPO-EXCECAO
008060         MOVE SPACES TO DETALHE-VALORES
008070         MOVE "Situacao gravada:" TO DTV-TEXTO-1
008080         MOVE REG-STATUS-RECUPERACAO TO DTV-VALOR-1
008090         MOVE "  guia:" TO DTV-TEXTO-2
008100         MOVE "N" TO DTV-VALOR-2
008110         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
008120         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
008130     END-IF
008140     PERFORM 3800-COMPARAR-CALCULO THRU 3800-EXIT.
008150 3700-EXIT.
008160     EXIT.
008170
008180*-----------------------------------------------------------
008190* 3800-COMPARAR-CALCULO - media e resultado gravados contra
008200* os refeitos; resultado de reprovacao por falta mostra a
008210* presenca apurada
008220*-----------------------------------------------------------
008230 3800-COMPARAR-CALCULO.
008240     IF REG-MEDIA NOT = MEDIA-ESPERADA
008250         MOVE 13 TO TIPO-EXCECAO
008260         MOVE SPACES TO DETALHE-VALORES
008270         MOVE "Media gravada:" TO DTV-TEXTO-1
008280         MOVE REG-MEDIA TO MEDIA-EDITADA
008290         MOVE MEDIA-EDITADA TO DTV-VALOR-1
008300         MOVE "  recalculada:" TO DTV-TEXTO-2
008310         MOVE MEDIA-ESPERADA TO MEDIA-EDITADA
008320         MOVE MEDIA-EDITADA TO DTV-VALOR-2
008330         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
008340         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
008350     END-IF
008360     IF REG-RESULTADO NOT = RESULTADO-ESPERADO
008370         MOVE 14 TO TIPO-EXCECAO
008380         MOVE SPACES TO DETALHE-VALORES
008390         MOVE "Resultado gravado:" TO DTV-TEXTO-1
008400         MOVE REG-RESULTADO TO DTV-VALOR-1
008410         MOVE "  recalculado:" TO DTV-TEXTO-2
008420         MOVE RESULTADO-ESPERADO TO DTV-VALOR-2
008430         IF SITUACAO-FREQUENCIA = "B" OR SITUACAO-FREQUENCIA = "O"
008440             MOVE SPACES TO DTV-OBSERVACAO
008450             STRING " " PERCENTUAL-PRESENCA "%"
008460                 DELIMITED BY SIZE INTO DTV-OBSERVACAO
008470         END-IF
008480         MOVE DETALHE-VALORES TO DETALHE-EXCECAO
008490         PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
008500     END-IF.
008510 3800-EXIT.
008520     EXIT.
008530
008540*-----------------------------------------------------------
008550* 4000-REGISTRAR-EXCECAO - grava a excecao do registro
008560* corrente no arquivo de trabalho, pelo tipo
008570*-----------------------------------------------------------
008580 4000-REGISTRAR-EXCECAO.
008590     ADD 1 TO CONT-EXCECOES
008600     ADD 1 TO TT-OCORRENCIAS(TIPO-EXCECAO)
008610     EVALUATE TT-GRAVIDADE(TIPO-EXCECAO)
008620         WHEN "ALTA "
008630             ADD 1 TO CONT-ALTA
008640         WHEN "MEDIA"
008650             ADD 1 TO CONT-MEDIA
008660         WHEN OTHER
008670             ADD 1 TO CONT-BAIXA
008680     END-EVALUATE
008690     MOVE TIPO-EXCECAO TO EXC-TIPO
008700     MOVE CONT-EXCECOES TO EXC-SEQUENCIA
008710     MOVE REG-ANO-LETIVO TO EXC-ANO-LETIVO
008720     MOVE REG-BIMESTRE TO EXC-BIMESTRE
008730     MOVE REG-TURMA TO EXC-TURMA
008740     MOVE REG-MATERIA TO EXC-MATERIA
008750     MOVE REG-MATRICULA TO EXC-MATRICULA
008760     MOVE REG-NOME-ALUNO TO EXC-NOME-ALUNO
008770     MOVE DETALHE-EXCECAO TO EXC-DETALHE
008780     WRITE EXC-REGISTRO.
008790 4000-EXIT.
008800     EXIT.
008810
008820*-----------------------------------------------------------
008830* 5000-IMPRIMIR-EXCECOES - rele o arquivo de trabalho na
008840* ordem de tipo e imprime as excecoes sob o titulo do tipo
008850*-----------------------------------------------------------
008860 5000-IMPRIMIR-EXCECOES.
008870     IF ATRIBUICOES-INDISPONIVEIS
008880         MOVE "atribuicoes indisponiveis; professor do registro "
008890             TO LAV-TEXTO
008900         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
008910         MOVE "nao conferido com a atribuicao." TO LAV-TEXTO
008920         PERFORM 8000-IMPRIMIR-AVISO THRU 8000-EXIT
008930     END-IF
008940     CLOSE EXCECOES-TRABALHO
008950     OPEN INPUT EXCECOES-TRABALHO
008960     MOVE ZERO TO TIPO-ANTERIOR
008970     MOVE "N" TO SW-FIM-TRABALHO
008980     PERFORM 5100-IMPRIMIR-EXCECAO THRU 5100-EXIT
008990         UNTIL FIM-TRABALHO
009000     IF CONT-EXCECOES = ZERO
009010         MOVE "Nenhuma excecao encontrada." TO LINHA-SAIDA
009020         WRITE LINHA-SAIDA
009030     END-IF.
009040 5000-EXIT.
009050     EXIT.
009060
009070*-----------------------------------------------------------
009080* 5100-IMPRIMIR-EXCECAO - le a proxima excecao e a imprime,
009090* com o titulo do tipo na quebra
009100*-----------------------------------------------------------
009110 5100-IMPRIMIR-EXCECAO.
009120     READ EXCECOES-TRABALHO NEXT RECORD
009130         AT END
009140             SET FIM-TRABALHO TO TRUE
009150             GO TO 5100-EXIT
009160     END-READ
009170     IF EXC-TIPO NOT = TIPO-ANTERIOR
009180         PERFORM 5200-IMPRIMIR-TIPO THRU 5200-EXIT
009190     END-IF
009200     MOVE EXC-ANO-LETIVO TO LEX-ANO-LETIVO
009210     MOVE EXC-BIMESTRE TO LEX-BIMESTRE
009220     MOVE EXC-TURMA TO LEX-TURMA
009230     MOVE EXC-MATERIA TO LEX-MATERIA
009240     MOVE EXC-MATRICULA TO LEX-MATRICULA
009250     MOVE EXC-NOME-ALUNO TO LEX-NOME-ALUNO
009260     MOVE EXC-DETALHE TO LEX-DETALHE
009270     MOVE LINHA-EXCECAO TO LINHA-SAIDA
009280     WRITE LINHA-SAIDA.
009290 5100-EXIT.
009300     EXIT.
009310
009320*-----------------------------------------------------------
009330* 5200-IMPRIMIR-TIPO - titulo do tipo de erro com a
009340* gravidade e a quantidade de ocorrencias
009350*-----------------------------------------------------------
009360 5200-IMPRIMIR-TIPO.
009370     MOVE EXC-TIPO TO TIPO-ANTERIOR
009380     MOVE EXC-TIPO TO TT-IDX
009390     MOVE LINHA-SEPARADOR TO LINHA-SAIDA
009400     WRITE LINHA-SAIDA
009410     MOVE TT-CODIGO(TT-IDX) TO LTP-CODIGO
009420     MOVE TT-DESCRICAO(TT-IDX) TO LTP-DESCRICAO
009430     MOVE TT-GRAVIDADE(TT-IDX) TO LTP-GRAVIDADE
009440     MOVE TT-OCORRENCIAS(TT-IDX) TO LTP-OCORRENCIAS
009450     MOVE LINHA-TIPO TO LINHA-SAIDA
009460     WRITE LINHA-SAIDA
009470     MOVE LINHA-COLUNAS TO LINHA-SAIDA
009480     WRITE LINHA-SAIDA.
009490 5200-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------
009530* 6000-IMPRIMIR-RESUMO - ocorrencias por tipo de erro e
009540* totais por gravidade
009550*-----------------------------------------------------------
009560 6000-IMPRIMIR-RESUMO.
009570     MOVE LINHA-SEPARADOR TO LINHA-SAIDA
009580     WRITE LINHA-SAIDA
009590     MOVE "Resumo por tipo de erro" TO LINHA-SAIDA
009600     WRITE LINHA-SAIDA
009610     PERFORM VARYING TT-IDX FROM 1 BY 1
009620         UNTIL TT-IDX > TT-QTD-TIPOS
009630         PERFORM 6100-IMPRIMIR-RESUMO-TIPO THRU 6100-EXIT
009640     END-PERFORM
009650     MOVE SPACES TO LINHA-SAIDA
009660     WRITE LINHA-SAIDA
009670     MOVE "Registros do mestre auditados:        " TO LTOT-TEXTO
009680     MOVE CONT-REGISTROS TO LTOT-VALOR
009690     MOVE LINHA-TOTAL TO LINHA-SAIDA
009700     WRITE LINHA-SAIDA
009710     MOVE "Excecoes de gravidade ALTA:           " TO LTOT-TEXTO
009720     MOVE CONT-ALTA TO LTOT-VALOR
009730     MOVE LINHA-TOTAL TO LINHA-SAIDA
009740     WRITE LINHA-SAIDA
009750     MOVE "Excecoes de gravidade MEDIA:          " TO LTOT-TEXTO
009760     MOVE CONT-MEDIA TO LTOT-VALOR
009770     MOVE LINHA-TOTAL TO LINHA-SAIDA
009780     WRITE LINHA-SAIDA
009790     MOVE "Excecoes de gravidade BAIXA:          " TO LTOT-TEXTO
009800     MOVE CONT-BAIXA TO LTOT-VALOR
009810     MOVE LINHA-TOTAL TO LINHA-SAIDA
009820     WRITE LINHA-SAIDA.
009830 6000-EXIT.
009840     EXIT.
009850
009860*-----------------------------------------------------------
009870* 6100-IMPRIMIR-RESUMO-TIPO - linha do resumo de um tipo
009880*-----------------------------------------------------------
009890 6100-IMPRIMIR-RESUMO-TIPO.
009900     MOVE TT-CODIGO(TT-IDX) TO LRS-CODIGO
009910     MOVE TT-GRAVIDADE(TT-IDX) TO LRS-GRAVIDADE
009920     MOVE TT-DESCRICAO(TT-IDX) TO LRS-DESCRICAO
009930     MOVE TT-OCORRENCIAS(TT-IDX) TO LRS-OCORRENCIAS
009940     MOVE LINHA-RESUMO TO LINHA-SAIDA
009950     WRITE LINHA-SAIDA.
009960 6100-EXIT.
009970     EXIT.
009980
009990*-----------------------------------------------------------
010000* 8000-IMPRIMIR-AVISO - linha de aviso no relatorio
010010*-----------------------------------------------------------
010020 8000-IMPRIMIR-AVISO.
010030     MOVE LINHA-AVISO TO LINHA-SAIDA
010040     WRITE LINHA-SAIDA.
010050 8000-EXIT.
010060     EXIT.
010070
010080*-----------------------------------------------------------
010090* 9000-FINALIZAR - conclui o passo na janela (quantidade =
010100* excecoes), fecha os arquivos e mostra o resumo
010110*-----------------------------------------------------------
010120 9000-FINALIZAR.
010130     IF NOT MASTER-ABERTO
010140         GO TO 9000-EXIT
010150     END-IF
010160     MOVE "F" TO FASE-CONTROLE
010170     MOVE CONT-EXCECOES TO QTD-CONTROLE
010180     CALL "ControleExecucao" USING PASSO-CONTROLE
010190         FASE-CONTROLE QTD-CONTROLE LIBERADO-CONTROLE
010200     CLOSE ALUNOS-MASTER
010210     CLOSE EXCECOES-TRABALHO
010220     CLOSE RELATORIO-INTEGRIDADE
010230     IF CADASTRO-DISPONIVEL
010240         CLOSE CADASTRO-ALUNOS
010250     END-IF
010260     IF PROFESSORES-DISPONIVEL
010270         CLOSE PROFESSORES
010280     END-IF
010290     DISPLAY "Registros auditados: " CONT-REGISTROS
010300         "  Excecoes ALTA: " CONT-ALTA "  MEDIA: " CONT-MEDIA
010310         "  BAIXA: " CONT-BAIXA
010320     DISPLAY "Relatorio de excecoes emitido em RELINTEG.".
010330 9000-EXIT.
010340     EXIT.
