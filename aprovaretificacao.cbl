000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Aprovacao, pela direcao (perfil conferido por
000140* ControleAcesso), dos pedidos de retificacao de registros ja
000150* confirmados pelo sistema externo de registros academicos
000160* (arquivo RETIFICACOES, gravado por ConsultaCorrecao e
000170* DecisaoConselho). Percorre os pedidos pendentes, exibe os
000180* valores anteriores, os novos e o motivo, e aprova ou recusa
000190* cada um. O pedido aprovado atualiza o arquivo mestre, que
000200* fica como retificacao a enviar (o ExtratoAlunos manda a
000210* linha de retificacao com a media e o resultado anteriores),
000220* e vai para a trilha de auditoria com a origem propria X. O
000230* pedido recusado fica registrado com o motivo da recusa.
000240* Tectonics: cobc
000250*-----------------------------------------------------------------
000260* Mod history:
000270*   2026-10-15 DRR  Criado (retificacao de registro confirmado).
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AprovaRetificacao.
000310 AUTHOR. Diego R. Rocha.
000320 INSTALLATION. Secretaria Escolar.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RETIFICACOES ASSIGN TO "RETIFICA"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS RTF-CHAVE
000430         FILE STATUS IS FS-RETIFICACOES.
000440
000450     SELECT ALUNOS-MASTER ASSIGN TO "ALUNOSM"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS REG-CHAVE
000490         ALTERNATE RECORD KEY IS REG-MATERIA
000500             WITH DUPLICATES
000510         LOCK MODE IS MANUAL WITH LOCK ON RECORD
000520         FILE STATUS IS FS-MASTER.
000530
000540     SELECT ALUNOS-AUDITLOG ASSIGN TO "ALUNOSLG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-AUDITLOG.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  RETIFICACOES.
000610 COPY RETIFREG.
000620
000630 FD  ALUNOS-MASTER.
000640 COPY ALUNOREG.
000650
000660 FD  ALUNOS-AUDITLOG.
000670 COPY LOGREG.
000680
000690 WORKING-STORAGE SECTION.
000700 01  OPCAO                        PIC X(01).
000710 01  CONFIRMA                     PIC X(01).
000720 01  CONTINUAR                    PIC X(01).
000730 01  CONT-PENDENTES               PIC 9(05) COMP.
000740 01  CONT-APROVADAS               PIC 9(05) COMP.
000750 01  CONT-RECUSADAS               PIC 9(05) COMP.
000760 01  EXIBE-MEDIA-ANT              PIC Z9.99.
000770 01  EXIBE-MEDIA-NOVA             PIC Z9.99.
000780 01  SITUACAO-PERIODO             PIC X(01).
000790 01  OPERADOR                     PIC X(10).
000800 01  DATA-HOJE                    PIC 9(08).
000810 01  HORA-AGORA                   PIC 9(08).
000820 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000830 01  FUNCAO-ACESSO                PIC X(12) VALUE "RETIFICACAO".
000840 01  PERFIL-OPERADOR              PIC X(01).
000850 01  PROFESSOR-OPERADOR           PIC 9(04).
000860 01  SITUACAO-ACESSO              PIC X(01).
000870
000880 01  SW-FIM-PEDIDOS               PIC X(01) VALUE "N".
000890     88  FIM-PEDIDOS                      VALUE "S".
000900
000910 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000920     88  ARQUIVO-ABERTO                   VALUE "S".
000930
000940 01  FS-RETIFICACOES              PIC X(02).
000950     88  FS-RETIFICACOES-OK               VALUE "00".
000960     88  FS-RETIFICACOES-INEXISTENTE      VALUE "35".
000970 01  FS-MASTER                    PIC X(02).
000980     88  FS-MASTER-OK                     VALUE "00".
000990     88  FS-MASTER-EM-USO                 VALUE "61".
001000     88  FS-MASTER-TRAVADO                VALUES "51" "99".
001010 01  FS-AUDITLOG                  PIC X(02).
001020     88  FS-AUDITLOG-OK                   VALUE "00".
001030
001040 PROCEDURE DIVISION.
001050*-----------------------------------------------------------
001060* 0000-MAINLINE
001070*-----------------------------------------------------------
001080 0000-MAINLINE.
001090     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001100     PERFORM 2000-LER-PEDIDO THRU 2000-EXIT
001110     PERFORM 3000-PROCESSAR-PEDIDO THRU 3000-EXIT
001120         UNTIL FIM-PEDIDOS
001130     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001140     STOP RUN.
001150
001160*-----------------------------------------------------------
001170* 1000-INICIALIZAR - identifica o operador da direcao e abre
001180* os pedidos, o mestre e a auditoria
001190*-----------------------------------------------------------
001200 1000-INICIALIZAR.
001210     MOVE ZERO TO CONT-PENDENTES
001220     MOVE ZERO TO CONT-APROVADAS
001230     MOVE ZERO TO CONT-RECUSADAS
001240     SET FIM-PEDIDOS TO TRUE
001250     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001260         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001270         SITUACAO-ACESSO
001280     IF SITUACAO-ACESSO NOT = "A"
001290         GO TO 1000-EXIT
001300     END-IF
001310     OPEN I-O RETIFICACOES
001320     IF NOT FS-RETIFICACOES-OK
001330         IF FS-RETIFICACOES-INEXISTENTE
001340             DISPLAY "Nenhum pedido de retificacao registrado."
001350         ELSE
001360             DISPLAY "Arquivo de retificacoes indisponivel. "
001370                 "Status: " FS-RETIFICACOES
001380         END-IF
001390         GO TO 1000-EXIT
001400     END-IF
001410     OPEN I-O ALUNOS-MASTER
001420     IF NOT FS-MASTER-OK
001430         IF FS-MASTER-EM-USO
001440             DISPLAY "Arquivo mestre em uso por outro "
001450                 "programa; tente mais tarde."
001460         ELSE
001470             DISPLAY "Arquivo mestre ainda nao existe."
001480         END-IF
001490         CLOSE RETIFICACOES
001500         GO TO 1000-EXIT
001510     END-IF
001520     OPEN EXTEND ALUNOS-AUDITLOG
001530     IF NOT FS-AUDITLOG-OK
001540         OPEN OUTPUT ALUNOS-AUDITLOG
001550         CLOSE ALUNOS-AUDITLOG
001560         OPEN EXTEND ALUNOS-AUDITLOG
001570     END-IF
001580     SET ARQUIVO-ABERTO TO TRUE
001590     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001600     MOVE "N" TO SW-FIM-PEDIDOS
001610     MOVE LOW-VALUES TO RTF-CHAVE
001620     START RETIFICACOES KEY IS NOT LESS THAN RTF-CHAVE
001630         INVALID KEY
001640             SET FIM-PEDIDOS TO TRUE
001650     END-START.
001660 1000-EXIT.
001670     EXIT.
001680
001690*-----------------------------------------------------------
001700* 2000-LER-PEDIDO - le o proximo pedido de retificacao
001710*-----------------------------------------------------------
001720 2000-LER-PEDIDO.
001730     IF NOT FIM-PEDIDOS
001740         READ RETIFICACOES NEXT RECORD
001750             AT END
001760                 SET FIM-PEDIDOS TO TRUE
001770         END-READ
001780     END-IF.
001790 2000-EXIT.
001800     EXIT.
001810
001820*-----------------------------------------------------------
001830* 3000-PROCESSAR-PEDIDO - exibe o pedido pendente e registra
001840* a decisao da direcao; pedidos ja decididos sao saltados
001850*-----------------------------------------------------------
001860 3000-PROCESSAR-PEDIDO.
001870     IF NOT RTF-PENDENTE
001880         PERFORM 2000-LER-PEDIDO THRU 2000-EXIT
001890         GO TO 3000-EXIT
001900     END-IF
001910     ADD 1 TO CONT-PENDENTES
001920     PERFORM 3100-EXIBIR-PEDIDO THRU 3100-EXIT
001930     DISPLAY "A-Aprovar  R-Recusar  P-Manter pendente  "
001940         "F-Finalizar: "
001950     ACCEPT OPCAO
001960     EVALUATE OPCAO
001970         WHEN "A"
001980             PERFORM 3200-APROVAR-PEDIDO THRU 3200-EXIT
001990         WHEN "R"
002000             PERFORM 3300-RECUSAR-PEDIDO THRU 3300-EXIT
002010         WHEN "F"
002020             SET FIM-PEDIDOS TO TRUE
002030             GO TO 3000-EXIT
002040         WHEN OTHER
002050             DISPLAY "Pedido mantido pendente."
002060     END-EVALUATE
002070     PERFORM 2000-LER-PEDIDO THRU 2000-EXIT.
002080 3000-EXIT.
002090     EXIT.
002100
002110*-----------------------------------------------------------
002120* 3100-EXIBIR-PEDIDO - mostra o registro, os valores
002130* anteriores (os do sistema externo), os novos e o motivo
002140*-----------------------------------------------------------
002150 3100-EXIBIR-PEDIDO.
002160     MOVE RTF-MEDIA-ANT TO EXIBE-MEDIA-ANT
002170     MOVE RTF-MEDIA-NOVA TO EXIBE-MEDIA-NOVA
002180     DISPLAY " "
002190     DISPLAY "Pedido " RTF-SEQUENCIA " de " RTF-DATA-PEDIDO
002200         " por " RTF-SOLICITANTE
002210     DISPLAY "Aluno: " RTF-MATRICULA " " RTF-NOME-ALUNO
002220         "  Materia: " RTF-MATERIA
002230     DISPLAY "Ano " RTF-ANO-LETIVO " Bim " RTF-BIMESTRE
002240         " Turma " RTF-TURMA
002250     DISPLAY "Anterior: notas " RTF-NOTAS-ANT(1) " "
002260         RTF-NOTAS-ANT(2) " " RTF-NOTAS-ANT(3) " "
002270         RTF-NOTAS-ANT(4) "  media " EXIBE-MEDIA-ANT " "
002280         RTF-RESULTADO-ANT "  recup " RTF-NOTA-RECUP-ANT
002290     DISPLAY "Nova:     notas " RTF-NOTAS-NOVA(1) " "
002300         RTF-NOTAS-NOVA(2) " " RTF-NOTAS-NOVA(3) " "
002310         RTF-NOTAS-NOVA(4) "  media " EXIBE-MEDIA-NOVA " "
002320         RTF-RESULTADO-NOVO "  recup " RTF-NOTA-RECUP-NOVA
002330     IF RTF-ORIGEM-CONSELHO
002340         DISPLAY "Decisao do conselho de " RTF-DATA-CONSELHO
002350     END-IF
002360     DISPLAY "Motivo: " RTF-MOTIVO.
002370 3100-EXIT.
002380     EXIT.
002390
002400*-----------------------------------------------------------
002410* 3200-APROVAR-PEDIDO - aplica os valores novos no registro
002420* mestre, que fica como retificacao a enviar, grava a
002430* auditoria e marca o pedido como aprovado; periodo fechado
002440* ou retificacao anterior ainda sem retorno mantem o pedido
002450* pendente
002460*-----------------------------------------------------------
002470 3200-APROVAR-PEDIDO.
002480     CALL "ConsultaPeriodo" USING RTF-ANO-LETIVO RTF-BIMESTRE
002490         SITUACAO-PERIODO
002500     IF SITUACAO-PERIODO = "F"
002510         DISPLAY "Periodo " RTF-ANO-LETIVO " bimestre "
002520             RTF-BIMESTRE " esta fechado; reabra o periodo "
002530             "antes de aprovar. Pedido mantido pendente."
002540         GO TO 3200-EXIT
002550     END-IF
002560     MOVE RTF-CHAVE-MESTRE TO REG-CHAVE
002570     READ ALUNOS-MASTER WITH LOCK
002580         INVALID KEY
002590             CONTINUE
002600     END-READ
002610     IF FS-MASTER-TRAVADO
002620         DISPLAY "Registro em uso por outro operador; pedido "
002630             "mantido pendente."
002640         GO TO 3200-EXIT
002650     END-IF
002660     IF NOT FS-MASTER-OK
002670         DISPLAY "Registro nao encontrado no arquivo mestre; "
002680             "pedido mantido pendente."
002690         GO TO 3200-EXIT
002700     END-IF
002710     IF REG-TRANSM-RETIF-ENVIADA
002720         UNLOCK ALUNOS-MASTER
002730         DISPLAY "Retificacao anterior do registro enviada e "
002740             "sem retorno; pedido mantido pendente."
002750         GO TO 3200-EXIT
002760     END-IF
002770     DISPLAY "Confirma a aprovacao da retificacao (S/N)? "
002780     ACCEPT CONFIRMA
002790     IF CONFIRMA NOT = "S"
002800         UNLOCK ALUNOS-MASTER
002810         DISPLAY "Pedido mantido pendente."
002820         GO TO 3200-EXIT
002830     END-IF
002840     MOVE RTF-NOTAS-NOVA(1) TO REG-NOTAS(1)
002850     MOVE RTF-NOTAS-NOVA(2) TO REG-NOTAS(2)
002860     MOVE RTF-NOTAS-NOVA(3) TO REG-NOTAS(3)
002870     MOVE RTF-NOTAS-NOVA(4) TO REG-NOTAS(4)
002880     MOVE RTF-MEDIA-NOVA TO REG-MEDIA
002890     MOVE RTF-RESULTADO-NOVO TO REG-RESULTADO
002900     MOVE RTF-NOTA-RECUP-NOVA TO REG-NOTA-RECUPERACAO
002910     MOVE RTF-STATUS-RECUP-NOVO TO REG-STATUS-RECUPERACAO
002920     SET REG-TRANSM-RETIFICAR TO TRUE
002930     REWRITE REG-ALUNO
002931         INVALID KEY
002932             UNLOCK ALUNOS-MASTER
002933             DISPLAY "Registro mestre nao regravado; pedido "
002934                 "mantido pendente. Status: " FS-MASTER
002935             GO TO 3200-EXIT
002936     END-REWRITE
002940     UNLOCK ALUNOS-MASTER
002950     PERFORM 3400-GRAVAR-LOG-RETIFICACAO THRU 3400-EXIT
002960     SET RTF-APROVADA TO TRUE
002970     MOVE OPERADOR TO RTF-APROVADOR
002980     MOVE DATA-HOJE TO RTF-DATA-DECISAO
002990     REWRITE RTF-REGISTRO
002991         INVALID KEY
002992             DISPLAY "Notas retificadas no mestre, mas o pedido "
002993                 "nao foi marcado como aprovado. Status: "
002994                 FS-RETIFICACOES
002995             GO TO 3200-EXIT
002996     END-REWRITE
003000     ADD 1 TO CONT-APROVADAS
003010     DISPLAY "Retificacao aprovada: " REG-NOME-ALUNO " "
003020         REG-RESULTADO " em " REG-MATERIA.
003030 3200-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------
003070* 3300-RECUSAR-PEDIDO - marca o pedido como recusado, com o
003080* motivo da recusa; o registro mestre nao muda
003090*-----------------------------------------------------------
003100 3300-RECUSAR-PEDIDO.
003110     PERFORM 3310-OBTER-MOTIVO-RECUSA THRU 3310-EXIT
003120     SET RTF-RECUSADA TO TRUE
003130     MOVE OPERADOR TO RTF-APROVADOR
003140     MOVE DATA-HOJE TO RTF-DATA-DECISAO
003150     REWRITE RTF-REGISTRO
003151         INVALID KEY
003152             DISPLAY "Pedido nao regravado; mantido pendente. "
003153                 "Status: " FS-RETIFICACOES
003154             GO TO 3300-EXIT
003155     END-REWRITE
003160     ADD 1 TO CONT-RECUSADAS
003170     DISPLAY "Pedido de retificacao recusado.".
003180 3300-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------
003220* 3310-OBTER-MOTIVO-RECUSA - le o motivo obrigatorio da recusa
003230*-----------------------------------------------------------
003240 3310-OBTER-MOTIVO-RECUSA.
003250     DISPLAY "Motivo da recusa: "
003260     ACCEPT RTF-MOTIVO-RECUSA
003270     IF RTF-MOTIVO-RECUSA = SPACES THEN
003280         DISPLAY "Motivo obrigatorio! Por favor entre com o "
003290             "motivo da recusa"
003300         GO TO 3310-OBTER-MOTIVO-RECUSA
003310     END-IF.
003320 3310-EXIT.
003330     EXIT.
003340
003350*-----------------------------------------------------------
003360* 3400-GRAVAR-LOG-RETIFICACAO - grava a retificacao aprovada
003370* na trilha de auditoria com a origem propria e o motivo do
003380* pedido
003390*-----------------------------------------------------------
003400 3400-GRAVAR-LOG-RETIFICACAO.
003405     INITIALIZE LOG-REGISTRO
003410     ACCEPT HORA-AGORA FROM TIME
003420     MOVE OPERADOR TO LOG-OPERADOR
003430     MOVE DATA-HOJE TO LOG-DATA
003440     MOVE HORA-AGORA TO LOG-HORA
003450     MOVE REG-ANO-LETIVO TO LOG-ANO-LETIVO
003460     MOVE REG-BIMESTRE TO LOG-BIMESTRE
003470     MOVE REG-TURMA TO LOG-TURMA
003480     MOVE REG-MATRICULA TO LOG-MATRICULA
003490     MOVE REG-NOME-ALUNO TO LOG-NOME-ALUNO
003500     MOVE REG-MATERIA TO LOG-MATERIA
003510     MOVE REG-NOTAS(1) TO LOG-NOTAS(1)
003520     MOVE REG-NOTAS(2) TO LOG-NOTAS(2)
003530     MOVE REG-NOTAS(3) TO LOG-NOTAS(3)
003540     MOVE REG-NOTAS(4) TO LOG-NOTAS(4)
003550     MOVE REG-MEDIA TO LOG-MEDIA
003560     MOVE REG-RESULTADO TO LOG-RESULTADO
003570     MOVE REG-NOTA-RECUPERACAO TO LOG-NOTA-RECUPERACAO
003580     SET LOG-ORIGEM-RETIFICACAO TO TRUE
003590     MOVE RTF-DATA-CONSELHO TO LOG-DATA-CONSELHO
003600     MOVE RTF-MOTIVO TO LOG-JUSTIFICATIVA
003610     MOVE REG-PROFESSOR TO LOG-PROFESSOR
003620     WRITE LOG-REGISTRO.
003630 3400-EXIT.
003640     EXIT.
003650
003660*-----------------------------------------------------------
003670* 9000-FINALIZAR - fecha os arquivos e informa os totais
003680*-----------------------------------------------------------
003690 9000-FINALIZAR.
003700     IF ARQUIVO-ABERTO
003710         CLOSE RETIFICACOES
003720         CLOSE ALUNOS-MASTER
003730         CLOSE ALUNOS-AUDITLOG
003740         DISPLAY "Pedidos pendentes examinados: " CONT-PENDENTES
003750             "  Aprovados: " CONT-APROVADAS
003760             "  Recusados: " CONT-RECUSADAS
003770     END-IF.
003780 9000-EXIT.
003790     EXIT.
