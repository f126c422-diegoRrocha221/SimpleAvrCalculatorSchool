000130* Purpose:Gerar o extrato de notas em formato delimitado, com
000140* NOME-ALUNO, MATERIA, MEDIA e RESULTADO de cada aluno gravado no
000150* arquivo mestre ALUNOS-MASTER, para carga no sistema de registros
000154* academicos da escola. Registro ja confirmado pelo sistema
000158* externo nao e reenviado; o que teve retificacao aprovada pela
000162* direcao sai como linha de retificacao (EXT-TIPO R), com a media
000166* e o resultado anteriores do pedido (RETIFICACOES).
000170* Tectonics: cobc
000180*-----------------------------------------------------------------
000190* Mod history:
000270*                   (ControleExecucao): so roda com o antecessor
000280*                   concluido no ciclo de hoje e registra inicio
000290*                   e conclusao no RUN-CONTROLE.
000291*   2026-10-15 DRR  Nao reenvia registro ja confirmado; registro
000292*                   com retificacao aprovada sai como linha de
000293*                   retificacao, com a media e o resultado
000294*                   anteriores do pedido, e fica como retificacao
000295*                   enviada.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ExtratoAlunos.
000460             WITH DUPLICATES
000470         FILE STATUS IS FS-MASTER.
000480
000481     SELECT RETIFICACOES ASSIGN TO "RETIFICA"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS RTF-CHAVE
000485         FILE STATUS IS FS-RETIFICACOES.
000486
000490     SELECT EXTRATO ASSIGN TO "EXTRATO"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-EXTRATO.
000550 FD  ALUNOS-MASTER.
000560 COPY ALUNOREG.
000570
000572 FD  RETIFICACOES.
000574 COPY RETIFREG.
000576
000580 FD  EXTRATO.
000590 COPY EXTREG.
000600
000610 WORKING-STORAGE SECTION.
000620 01  CONT-EXPORTADOS              PIC 9(05) COMP.
000621 01  CONT-RETIFICACOES            PIC 9(05) COMP.
000622 01  CONT-JA-CONFIRMADOS          PIC 9(05) COMP.
000623 01  CHAVE-PEDIDA                 PIC X(61).
000624
000625 01  SW-FIM-PEDIDOS               PIC X(01).
000626     88  FIM-PEDIDOS                      VALUE "S".
000627
000628 01  SW-RETIFICACOES-ABERTO       PIC X(01) VALUE "N".
000629     88  RETIFICACOES-ABERTO              VALUE "S".
000630
000640 01  SW-FIM-ARQUIVO               PIC X(01) VALUE "N".
000650     88  FIM-ARQUIVO                      VALUE "S".
000760     88  FS-MASTER-EM-USO                 VALUE "61".
000770 01  FS-EXTRATO                   PIC X(02).
000780     88  FS-EXTRATO-OK                    VALUE "00".
000783 01  FS-RETIFICACOES              PIC X(02).
000786     88  FS-RETIFICACOES-OK               VALUE "00".
000790
000800 PROCEDURE DIVISION.
000810*-----------------------------------------------------------
001050     END-IF
001060     OPEN I-O ALUNOS-MASTER
001070     MOVE ZERO TO CONT-EXPORTADOS
001073     MOVE ZERO TO CONT-RETIFICACOES
001076     MOVE ZERO TO CONT-JA-CONFIRMADOS
001080     IF NOT FS-MASTER-OK
001090         IF FS-MASTER-EM-USO
001100             DISPLAY "Arquivo mestre em uso por outra "
001160     ELSE
001170         SET ARQUIVO-ABERTO TO TRUE
001180         OPEN OUTPUT EXTRATO
001182         OPEN INPUT RETIFICACOES
001184         IF FS-RETIFICACOES-OK
001186             SET RETIFICACOES-ABERTO TO TRUE
001188         END-IF
001190         MOVE LOW-VALUES TO REG-CHAVE
001200         START ALUNOS-MASTER KEY IS NOT LESS THAN REG-CHAVE
001210             INVALID KEY
001390     EXIT.
001400
001410*-----------------------------------------------------------
001414* 3000-EXPORTAR-ALUNO - grava a linha do extrato para o aluno:
001418* envio (N) para o registro ainda nao confirmado, retificacao
001422* (R) para o registro com retificacao aprovada; o registro ja
001426* confirmado nao sai de novo
001430*-----------------------------------------------------------
001440 3000-EXPORTAR-ALUNO.
001441     IF REG-TRANSM-CONFIRMADO
001442         ADD 1 TO CONT-JA-CONFIRMADOS
001443         PERFORM 2000-LER-ALUNO THRU 2000-EXIT
001444         GO TO 3000-EXIT
001445     END-IF
001450     MOVE REG-NOME-ALUNO TO EXT-NOME-ALUNO
001460     MOVE REG-MATERIA TO EXT-MATERIA
001470     MOVE REG-ANO-LETIVO TO EXT-ANO-LETIVO
001490     MOVE REG-TURMA TO EXT-TURMA
001500     MOVE REG-MEDIA TO EXT-MEDIA
001510     MOVE REG-RESULTADO TO EXT-RESULTADO
001512     IF REG-TRANSM-CONSOLIDADO
001514         SET EXT-RETIFICACAO TO TRUE
001516         PERFORM 3100-BUSCAR-ANTERIOR THRU 3100-EXIT
001518         WRITE EXT-REGISTRO
001520         SET REG-TRANSM-RETIF-ENVIADA TO TRUE
001522         ADD 1 TO CONT-RETIFICACOES
001523     ELSE
001524         SET EXT-ENVIO TO TRUE
001525         MOVE SPACES TO EXT-MEDIA-ANTERIOR-X
001526         MOVE SPACES TO EXT-RESULTADO-ANTERIOR
001527         WRITE EXT-REGISTRO
001528         SET REG-TRANSM-ENVIADO TO TRUE
001529     END-IF
001530     REWRITE REG-ALUNO
001531     ADD 1 TO CONT-EXPORTADOS
001532     PERFORM 2000-LER-ALUNO THRU 2000-EXIT.
001533 3000-EXIT.
001534     EXIT.
001535
001536*-----------------------------------------------------------
001537* 3100-BUSCAR-ANTERIOR - traz do ultimo pedido aprovado do
001538* registro a media e o resultado que o sistema externo tem
001539*-----------------------------------------------------------
001540 3100-BUSCAR-ANTERIOR.
001541     MOVE SPACES TO EXT-MEDIA-ANTERIOR-X
001542     MOVE SPACES TO EXT-RESULTADO-ANTERIOR
001543     IF NOT RETIFICACOES-ABERTO
001544         DISPLAY "Arquivo de retificacoes indisponivel; "
001545             "retificacao sem valores anteriores: " REG-CHAVE
001546         GO TO 3100-EXIT
001547     END-IF
001548     MOVE REG-CHAVE TO CHAVE-PEDIDA
001549     MOVE REG-CHAVE TO RTF-CHAVE-MESTRE
001550     MOVE ZERO TO RTF-SEQUENCIA
001551     MOVE "N" TO SW-FIM-PEDIDOS
001552     START RETIFICACOES KEY IS NOT LESS THAN RTF-CHAVE
001553         INVALID KEY
001554             SET FIM-PEDIDOS TO TRUE
001555     END-START
001556     PERFORM 3110-LER-PEDIDO THRU 3110-EXIT
001557         UNTIL FIM-PEDIDOS.
001558 3100-EXIT.
001559     EXIT.
001560
001561*-----------------------------------------------------------
001562* 3110-LER-PEDIDO - le o proximo pedido do registro e guarda
001563* os valores anteriores do pedido aprovado
001564*-----------------------------------------------------------
001565 3110-LER-PEDIDO.
001566     READ RETIFICACOES NEXT RECORD
001567         AT END
001568             SET FIM-PEDIDOS TO TRUE
001569             GO TO 3110-EXIT
001570     END-READ
001571     IF RTF-CHAVE-MESTRE NOT = CHAVE-PEDIDA
001572         SET FIM-PEDIDOS TO TRUE
001573         GO TO 3110-EXIT
001574     END-IF
001575     IF RTF-APROVADA
001576         MOVE RTF-MEDIA-ANT TO EXT-MEDIA-ANTERIOR
001577         MOVE RTF-RESULTADO-ANT TO EXT-RESULTADO-ANTERIOR
001578     END-IF.
001579 3110-EXIT.
001580     EXIT.
001590
001600*-----------------------------------------------------------
001710         CLOSE ALUNOS-MASTER
001720         CLOSE EXTRATO
001730     END-IF
001732     IF RETIFICACOES-ABERTO
001734         CLOSE RETIFICACOES
001736     END-IF
001740     DISPLAY "Extrato gerado. Total de registros: "
001745         CONT-EXPORTADOS
001750     DISPLAY "  Retificacoes: " CONT-RETIFICACOES
001753         "  Ja confirmados (nao reenviados): "
001756         CONT-JA-CONFIRMADOS.
001760 9000-EXIT.
001770     EXIT.
