000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Registrar o pedido de retificacao de um registro do
000140* mestre ja confirmado pelo sistema externo de registros
000150* academicos (arquivo RETIFICACOES), montado pelo programa
000160* chamador (ConsultaCorrecao ou DecisaoConselho) com os
000170* valores anteriores, os novos e o motivo. O mestre nao e
000180* alterado aqui: o pedido fica pendente da aprovacao da
000190* direcao (AprovaRetificacao). Com uma retificacao aprovada
000200* ainda nao confirmada pelo retorno (situacao de transmissao
000210* "T" ou "X"), os valores anteriores do pedido sao os da
000220* retificacao aprovada - os que o sistema externo ainda tem.
000230* Situacao devolvida: "A" pedido registrado, "P" ja existe
000240* pedido pendente para o registro, "X" arquivo de
000250* retificacoes indisponivel.
000260* Tectonics: cobc
000270*-----------------------------------------------------------------
000280* Mod history:
000290*   2026-10-15 DRR  Criado (retificacao de registro confirmado).
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. SolicitaRetificacao.
000330 AUTHOR. Diego R. Rocha.
000340 INSTALLATION. Secretaria Escolar.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RETIFICACOES ASSIGN TO "RETIFICA"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS RTF-CHAVE
000450         FILE STATUS IS FS-RETIFICACOES.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RETIFICACOES.
000500 COPY RETIFREG.
000510
000520 WORKING-STORAGE SECTION.
000530 01  CHAVE-PEDIDA                 PIC X(61).
000540 01  ULTIMA-SEQUENCIA             PIC 9(03).
000550 01  ANTERIOR-APROVADA            PIC X(35).
000560
000570 01  SW-FIM-REGISTRO              PIC X(01).
000580     88  FIM-REGISTRO                     VALUE "S".
000590
000600 01  SW-PEDIDO-PENDENTE           PIC X(01).
000610     88  PEDIDO-PENDENTE                  VALUE "S".
000620
000630 01  SW-APROVADA-ACHADA           PIC X(01).
000640     88  APROVADA-ACHADA                  VALUE "S".
000650
000660 01  FS-RETIFICACOES              PIC X(02).
000670     88  FS-RETIFICACOES-OK               VALUE "00".
000680     88  FS-RETIFICACOES-INEXISTENTE      VALUE "35".
000690
000700 LINKAGE SECTION.
000710 01  PEDIDO-RETIFICACAO           PIC X(266).
000720 01  SIT-TRANSMISSAO              PIC X(01).
000730 01  SITUACAO                     PIC X(01).
000740
000750 PROCEDURE DIVISION USING PEDIDO-RETIFICACAO SIT-TRANSMISSAO
000760         SITUACAO.
000770 0000-MAINLINE.
000780     PERFORM 1000-ABRIR-RETIFICACOES THRU 1000-EXIT
000790     IF NOT FS-RETIFICACOES-OK
000800         MOVE "X" TO SITUACAO
000810         GOBACK
000820     END-IF
000830     PERFORM 2000-PROCURAR-PEDIDOS THRU 2000-EXIT
000840     IF PEDIDO-PENDENTE
000850         MOVE "P" TO SITUACAO
000860     ELSE
000870         PERFORM 3000-GRAVAR-PEDIDO THRU 3000-EXIT
000880     END-IF
000890     CLOSE RETIFICACOES
000900     GOBACK.
000910
000920*-----------------------------------------------------------
000930* 1000-ABRIR-RETIFICACOES - abre o arquivo de pedidos,
000940* criando-o no primeiro pedido
000950*-----------------------------------------------------------
000960 1000-ABRIR-RETIFICACOES.
000970     OPEN I-O RETIFICACOES
000980     IF FS-RETIFICACOES-INEXISTENTE
000990         OPEN OUTPUT RETIFICACOES
001000         CLOSE RETIFICACOES
001010         OPEN I-O RETIFICACOES
001020     END-IF.
001030 1000-EXIT.
001040     EXIT.
001050
001060*-----------------------------------------------------------
001070* 2000-PROCURAR-PEDIDOS - percorre os pedidos do registro (em
001080* ordem de sequencia): guarda a ultima sequencia, a
001090* existencia de pedido pendente e os valores anteriores da
001100* ultima retificacao aprovada
001110*-----------------------------------------------------------
001120 2000-PROCURAR-PEDIDOS.
001130     MOVE PEDIDO-RETIFICACAO TO RTF-REGISTRO
001140     MOVE RTF-CHAVE-MESTRE TO CHAVE-PEDIDA
001150     MOVE ZERO TO ULTIMA-SEQUENCIA
001160     MOVE "N" TO SW-PEDIDO-PENDENTE
001170     MOVE "N" TO SW-APROVADA-ACHADA
001180     MOVE "N" TO SW-FIM-REGISTRO
001190     MOVE ZERO TO RTF-SEQUENCIA
001200     START RETIFICACOES KEY IS NOT LESS THAN RTF-CHAVE
001210         INVALID KEY
001220             SET FIM-REGISTRO TO TRUE
001230     END-START
001240     PERFORM 2100-LER-PEDIDO THRU 2100-EXIT
001250         UNTIL FIM-REGISTRO.
001260 2000-EXIT.
001270     EXIT.
001280
001290*-----------------------------------------------------------
001300* 2100-LER-PEDIDO - le o proximo pedido do mesmo registro
001310*-----------------------------------------------------------
001320 2100-LER-PEDIDO.
001330     READ RETIFICACOES NEXT RECORD
001340         AT END
001350             SET FIM-REGISTRO TO TRUE
001360             GO TO 2100-EXIT
001370     END-READ
001380     IF RTF-CHAVE-MESTRE NOT = CHAVE-PEDIDA
001390         SET FIM-REGISTRO TO TRUE
001400         GO TO 2100-EXIT
001410     END-IF
001420     MOVE RTF-SEQUENCIA TO ULTIMA-SEQUENCIA
001430     IF RTF-PENDENTE
001440         SET PEDIDO-PENDENTE TO TRUE
001450     END-IF
001460     IF RTF-APROVADA
001470         SET APROVADA-ACHADA TO TRUE
001480         MOVE RTF-ANTERIOR TO ANTERIOR-APROVADA
001490     END-IF.
001500 2100-EXIT.
001510     EXIT.
001520
001530*-----------------------------------------------------------
001540* 3000-GRAVAR-PEDIDO - grava o pedido pendente na sequencia
001550* seguinte do registro
001560*-----------------------------------------------------------
001570 3000-GRAVAR-PEDIDO.
001580     MOVE PEDIDO-RETIFICACAO TO RTF-REGISTRO
001590     IF ULTIMA-SEQUENCIA = 999
001600         MOVE "X" TO SITUACAO
001610         GO TO 3000-EXIT
001620     END-IF
001630     ADD 1 TO ULTIMA-SEQUENCIA GIVING RTF-SEQUENCIA
001640     IF APROVADA-ACHADA
001650         AND (SIT-TRANSMISSAO = "T" OR SIT-TRANSMISSAO = "X")
001660         MOVE ANTERIOR-APROVADA TO RTF-ANTERIOR
001670     END-IF
001680     SET RTF-PENDENTE TO TRUE
001690     MOVE SPACES TO RTF-APROVADOR
001700     MOVE ZERO TO RTF-DATA-DECISAO
001710     MOVE SPACES TO RTF-MOTIVO-RECUSA
001720     WRITE RTF-REGISTRO
001730         INVALID KEY
001740             MOVE "X" TO SITUACAO
001750             GO TO 3000-EXIT
001760     END-WRITE
001770     MOVE RTF-REGISTRO TO PEDIDO-RETIFICACAO
001780     MOVE "A" TO SITUACAO.
001790 3000-EXIT.
001800     EXIT.
