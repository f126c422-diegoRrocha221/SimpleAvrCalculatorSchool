000140* estado proprio do resultado: o aluno que o conselho aprova
000150* passa a Aprov.Cons no arquivo mestre, com as notas e a media
000160* originais preservadas - nada de redigitar notas falsas pela
000170* correcao. Uso restrito da coordenacao (perfil conferido por
000175* ControleAcesso no cadastro de operadores): exige a data
000180* da reuniao do conselho e a justificativa, gravadas na trilha
000190* de auditoria com a origem propria D. O registro volta a
000200* pendente de transmissao para o extrato reenviar o resultado.
000250*   2026-09-02 DRR  Recuperacao ainda pendente e baixada na
000260*                   decisao (nao-se-aplica), para o aluno sair
000270*                   da lista de recuperacoes pendentes.
000271*   2026-10-15 DRR  Operador identificado por ID e senha no
000272*                   cadastro de operadores (ControleAcesso); so
000273*                   o perfil coordenacao registra a decisao.
000274*   2026-10-15 DRR  Recusa aluno transferido para outra escola
000275*                   (registros congelados) e media trazida pela
000276*                   guia de transferencia.
000277*   2026-10-15 DRR  Registro ja confirmado pelo sistema externo
000278*                   nao volta a pendente: a decisao vira pedido de
000279*                   retificacao (SolicitaRetificacao), com a
000280*                   justificativa como motivo, aplicado no mestre
000281*                   so com a aprovacao da direcao.
000282*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DecisaoConselho.
000310 AUTHOR. Diego R. Rocha.
000720 01  CONFIRMA                     PIC X(01).
000730 01  CONTINUAR                    PIC X(01).
000740 01  CONT-DECISOES                PIC 9(05) COMP.
000742 01  CONT-PEDIDOS                 PIC 9(05) COMP.
000744 01  SITUACAO-RETIFICACAO         PIC X(01).
000746 COPY RETIFREG.
000750 01  OPERADOR                     PIC X(10).
000760 01  DATA-HOJE                    PIC 9(08).
000770 01  HORA-AGORA                   PIC 9(08).
000771 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000772 01  FUNCAO-ACESSO                PIC X(12) VALUE "CONSELHO".
000773 01  PERFIL-OPERADOR              PIC X(01).
000774 01  PROFESSOR-OPERADOR           PIC 9(04).
000775 01  SITUACAO-ACESSO              PIC X(01).
000780
000790 01  SW-ALUNO-VALIDO              PIC X(01) VALUE "N".
000800     88  ALUNO-VALIDO                     VALUE "S".
001010     STOP RUN.
001020
001030*-----------------------------------------------------------
001040* 1000-INICIALIZAR - identifica o operador da coordenacao,
001050* abre o mestre e a auditoria e le o periodo e a data do
001055* conselho
001060*-----------------------------------------------------------
001070 1000-INICIALIZAR.
001080     MOVE ZERO TO CONT-DECISOES
001081     MOVE ZERO TO CONT-PEDIDOS
001082     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
001083         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
001084         SITUACAO-ACESSO
001085     IF SITUACAO-ACESSO NOT = "A"
001086         MOVE "N" TO CONTINUAR
001087         GO TO 1000-EXIT
001088     END-IF
001090     OPEN I-O ALUNOS-MASTER
001100     IF NOT FS-MASTER-OK
001110         IF FS-MASTER-EM-USO
001240         OPEN EXTEND ALUNOS-AUDITLOG
001250     END-IF
001260     SET ARQUIVO-ABERTO TO TRUE
001290     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
001300     PERFORM 1100-OBTER-PERIODO THRU 1100-EXIT
001310     PERFORM 1200-OBTER-DATA-CONSELHO THRU 1200-EXIT
002500             DISPLAY "Aviso: aluno desativado no cadastro."
002510             MOVE NOME-CADASTRO TO NOME-ALUNO
002520             SET ALUNO-VALIDO TO TRUE
002522         WHEN "T"
002524             DISPLAY "Aluno transferido para outra escola; "
002526                 "registros congelados."
002530         WHEN "N"
002540             DISPLAY "Matricula nao encontrada no cadastro."
002550         WHEN OTHER
002680     DISPLAY "Notas: " REG-NOTAS(1) " " REG-NOTAS(2) " "
002690         REG-NOTAS(3) " " REG-NOTAS(4)
002700     DISPLAY "Media: " REG-MEDIA "  Resultado: " REG-RESULTADO
002701     IF REG-NOTA-EXTERNA
002702         DISPLAY "Media trazida pela guia de transferencia "
002703             "(outra escola); decisao do conselho nao se aplica."
002704         GO TO 2100-EXIT
002705     END-IF
002710     IF REG-APROVADO OR REG-APROVADO-CONSELHO
002720         DISPLAY "Aluno ja esta aprovado; decisao do conselho "
002730             "nao se aplica."
002740         GO TO 2100-EXIT
002741     END-IF
002742     IF REG-TRANSM-RETIF-ENVIADA
002743         DISPLAY "Retificacao do registro enviada ao sistema "
002744             "externo e sem retorno; decisao nao permitida."
002745         GO TO 2100-EXIT
002746     END-IF
002747     IF REG-TRANSM-CONSOLIDADO
002748         DISPLAY "Registro ja confirmado pelo sistema externo; a "
002749             "decisao sera um pedido de retificacao, aplicado "
002750             "apos a aprovacao da direcao."
002751     END-IF
002760     PERFORM 2200-OBTER-JUSTIFICATIVA THRU 2200-EXIT
002770     DISPLAY "Confirma a aprovacao pelo conselho (S/N)? "
002780     ACCEPT CONFIRMA
002790     IF CONFIRMA NOT = "S"
002800         DISPLAY "Decisao nao registrada."
002802         GO TO 2100-EXIT
002804     END-IF
002806     IF REG-TRANSM-CONSOLIDADO
002808         PERFORM 2500-PEDIR-RETIFICACAO THRU 2500-EXIT
002810         GO TO 2100-EXIT
002820     END-IF
002830     SET REG-APROVADO-CONSELHO TO TRUE
003410     EXIT.
003420
003430*-----------------------------------------------------------
003431* 2500-PEDIR-RETIFICACAO - o registro ja foi confirmado pelo
003432* sistema externo: em vez de regravar o mestre, registra o
003433* pedido de retificacao para Aprov.Cons, com a data do
003434* conselho e a justificativa, para a aprovacao da direcao
003435*-----------------------------------------------------------
003436 2500-PEDIR-RETIFICACAO.
003437     INITIALIZE RTF-REGISTRO
003438     MOVE REG-CHAVE TO RTF-CHAVE-MESTRE
003439     MOVE REG-MATRICULA TO RTF-MATRICULA
003440     SET RTF-ORIGEM-CONSELHO TO TRUE
003441     MOVE REG-NOTAS(1) TO RTF-NOTAS-ANT(1)
003442     MOVE REG-NOTAS(2) TO RTF-NOTAS-ANT(2)
003443     MOVE REG-NOTAS(3) TO RTF-NOTAS-ANT(3)
003444     MOVE REG-NOTAS(4) TO RTF-NOTAS-ANT(4)
003445     MOVE REG-MEDIA TO RTF-MEDIA-ANT
003446     MOVE REG-RESULTADO TO RTF-RESULTADO-ANT
003447     MOVE REG-NOTA-RECUPERACAO TO RTF-NOTA-RECUP-ANT
003448     MOVE REG-STATUS-RECUPERACAO TO RTF-STATUS-RECUP-ANT
003449     MOVE RTF-NOTAS-ANT(1) TO RTF-NOTAS-NOVA(1)
003450     MOVE RTF-NOTAS-ANT(2) TO RTF-NOTAS-NOVA(2)
003451     MOVE RTF-NOTAS-ANT(3) TO RTF-NOTAS-NOVA(3)
003452     MOVE RTF-NOTAS-ANT(4) TO RTF-NOTAS-NOVA(4)
003453     MOVE REG-MEDIA TO RTF-MEDIA-NOVA
003454     MOVE "Aprov.Cons" TO RTF-RESULTADO-NOVO
003455     IF REG-RECUP-PENDENTE
003456         MOVE ZERO TO RTF-NOTA-RECUP-NOVA
003457         MOVE "N" TO RTF-STATUS-RECUP-NOVO
003458     ELSE
003459         MOVE REG-NOTA-RECUPERACAO TO RTF-NOTA-RECUP-NOVA
003460         MOVE REG-STATUS-RECUPERACAO TO RTF-STATUS-RECUP-NOVO
003461     END-IF
003462     MOVE JUSTIFICATIVA TO RTF-MOTIVO
003463     MOVE DATA-CONSELHO TO RTF-DATA-CONSELHO
003464     MOVE OPERADOR TO RTF-SOLICITANTE
003465     MOVE DATA-HOJE TO RTF-DATA-PEDIDO
003466     CALL "SolicitaRetificacao" USING RTF-REGISTRO
003467         REG-SIT-TRANSMISSAO SITUACAO-RETIFICACAO
003468     EVALUATE SITUACAO-RETIFICACAO
003469         WHEN "A"
003470             ADD 1 TO CONT-PEDIDOS
003471             DISPLAY "Pedido de retificacao " RTF-SEQUENCIA
003472                 " registrado: " REG-NOME-ALUNO " Aprov.Cons em "
003473                 REG-MATERIA "; aguardando a aprovacao da "
003474                 "direcao."
003475         WHEN "P"
003476             DISPLAY "Ja existe pedido de retificacao pendente "
003477                 "para o registro; novo pedido nao registrado."
003478         WHEN OTHER
003479             DISPLAY "Arquivo de retificacoes indisponivel; "
003480                 "pedido nao registrado."
003481     END-EVALUATE.
003482 2500-EXIT.
003483     EXIT.
003484
003485*-----------------------------------------------------------
003486* 9000-FINALIZAR - fecha os arquivos e informa o total
003487*-----------------------------------------------------------
003488 9000-FINALIZAR.
003489     IF ARQUIVO-ABERTO
003490         CLOSE ALUNOS-MASTER
003491         CLOSE ALUNOS-AUDITLOG
003500         DISPLAY "Decisoes do conselho registradas: "
003510             CONT-DECISOES
003513         DISPLAY "Pedidos de retificacao registrados: "
003516             CONT-PEDIDOS
003520     END-IF.
003530 9000-EXIT.
003540     EXIT.
