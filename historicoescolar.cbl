000180* secretaria assina para pedidos de transferencia. Materia
000190* presente em uns bimestres do ano e ausente em outros sai com
000200* aviso de lacuna, pois isso segura a papelada de transferencia.
000202* Bimestre cursado em outra escola (media da guia de
000204* transferencia) sai identificado, e o bloco do ano traz a
000206* transferencia de entrada ou de saida registrada no ano
000208* (ConsultaTransferencia).
000210* Tectonics: cobc
000220*-----------------------------------------------------------------
000230* Mod history:
000240*   2026-09-02 DRR  Criado (historico escolar oficial).
000250*   2026-09-02 DRR  Mostra no documento o bimestre aprovado
000260*                   pelo conselho de classe (Aprov.Cons).
000262*   2026-10-15 DRR  Identifica o bimestre cursado em outra
000264*                   escola (guia de transferencia) e imprime as
000266*                   transferencias de entrada e saida do ano.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. HistoricoEscolar.
000610 01  B                            PIC 9(02) COMP.
000620 01  CONT-REGISTROS               PIC 9(05) COMP.
000630 01  CONT-LACUNAS                 PIC 9(05) COMP.
000632 COPY TRANSREG.
000634 01  DIRECAO-TRANSFERENCIA        PIC X(01).
000636 01  SITUACAO-TRANSFERENCIA       PIC X(01).
000640
000650 01  SW-FIM-ARQUIVO               PIC X(01) VALUE "N".
000660     88  FIM-ARQUIVO                      VALUE "S".
000940         10  THA-RECUP-STATUS     PIC X(01) OCCURS 4 TIMES.
000950         10  THA-NOTA-RECUP       PIC 99V99 OCCURS 4 TIMES.
000960         10  THA-CONSELHO         PIC X(01) OCCURS 4 TIMES.
000965         10  THA-EXTERNO          PIC X(01) OCCURS 4 TIMES.
000970 01  THA-QTD                      PIC 9(03) COMP.
000980 01  THA-IDX                      PIC 9(03) COMP.
000990 01  THA-ACHADO                   PIC 9(03) COMP.
001630         "  Aprovado pelo conselho no bimestre   ".
001640     05  LCO-BIMESTRE             PIC 9(01).
001650
001651 01  LINHA-EXTERNA.
001652     05  FILLER                   PIC X(11) VALUE "  Bimestre ".
001653     05  LEX-BIMESTRE             PIC 9(01).
001654     05  FILLER                   PIC X(53) VALUE
001655         " cursado em outra escola (guia de transferencia)".
001656
001657 01  LINHA-TRANSF-ENTRADA.
001658     05  FILLER                   PIC X(34) VALUE
001659         "Recebido por transferencia em ".
001660     05  LTE-DATA                 PIC 9(08).
001661     05  FILLER                   PIC X(04) VALUE " de ".
001662     05  LTE-ESCOLA               PIC X(40).
001663
001664 01  LINHA-TRANSF-SAIDA.
001665     05  FILLER                   PIC X(15) VALUE
001666         "Transferido em ".
001667     05  LTS-DATA                 PIC 9(08).
001668     05  FILLER                   PIC X(06) VALUE " para ".
001669     05  LTS-ESCOLA               PIC X(40).
001670
001671 01  LINHA-TRANSF-MOTIVO.
001672     05  FILLER                   PIC X(10) VALUE "  Motivo: ".
001673     05  LTM-MOTIVO               PIC X(40).
001674
001675 01  LINHA-LACUNA.
001676     05  FILLER                   PIC X(15) VALUE
001680         "AVISO: materia ".
001690     05  LL-MATERIA               PIC X(20).
001700     05  FILLER                   PIC X(25) VALUE
002090     CALL "ConsultaCadastro" USING MATRICULA NOME-CADASTRO
002100         TURMA-CADASTRO SITUACAO-CADASTRO
002110     IF SITUACAO-CADASTRO = "A" OR SITUACAO-CADASTRO = "I"
002115         OR SITUACAO-CADASTRO = "T"
002120         MOVE NOME-CADASTRO TO NOME-ALUNO
002130     ELSE
002140         MOVE SPACES TO NOME-ALUNO
002820                 MOVE "N" TO THA-RECUP-STATUS(THA-QTD B)
002830                 MOVE ZERO TO THA-NOTA-RECUP(THA-QTD B)
002840                 MOVE "N" TO THA-CONSELHO(THA-QTD B)
002845                 MOVE "N" TO THA-EXTERNO(THA-QTD B)
002850             END-PERFORM
002860             MOVE THA-QTD TO THA-ACHADO
002870         ELSE
003020             TO THA-NOTA-RECUP(THA-ACHADO HIST-BIMESTRE)
003030         IF HIST-RESULTADO = "Aprov.Cons"
003040             MOVE "S" TO THA-CONSELHO(THA-ACHADO HIST-BIMESTRE)
003042         END-IF
003044         IF HIST-NOTA-EXTERNA
003046             MOVE "S" TO THA-EXTERNO(THA-ACHADO HIST-BIMESTRE)
003050         END-IF
003060     END-IF
003070     PERFORM 3200-REGISTRAR-ANO THRU 3200-EXIT
004030*-----------------------------------------------------------
004040* 4100-EMITIR-ANO - bloco de um ano letivo: cabecalho, uma
004050* linha por materia com as medias dos bimestres, o desfecho
004056* das recuperacoes e os avisos de lacuna do ano, e as
004062* transferencias registradas no ano
004070*-----------------------------------------------------------
004080 4100-EMITIR-ANO.
004090     MOVE SPACES TO LINHA-SAIDA
004160     WRITE LINHA-SAIDA
004170     PERFORM VARYING THA-IDX FROM 1 BY 1 UNTIL THA-IDX > THA-QTD
004180         PERFORM 4200-EMITIR-MATERIA THRU 4200-EXIT
004186     END-PERFORM
004192     PERFORM 4300-EMITIR-TRANSFERENCIAS THRU 4300-EXIT.
004200 4100-EXIT.
004210     EXIT.
004220
004510     END-PERFORM
004520     PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
004530         PERFORM 4225-EMITIR-CONSELHO THRU 4225-EXIT
004532     END-PERFORM
004534     PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
004536         PERFORM 4227-EMITIR-EXTERNO THRU 4227-EXIT
004540     END-PERFORM
004550     PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
004560         PERFORM 4230-AVISAR-LACUNA THRU 4230-EXIT
005060     EXIT.
005070
005080*-----------------------------------------------------------
005081* 4227-EMITIR-EXTERNO - aponta o bimestre B cursado em outra
005082* escola (media da guia de transferencia)
005083*-----------------------------------------------------------
005084 4227-EMITIR-EXTERNO.
005085     IF THA-EXTERNO(THA-IDX B) = "S"
005086         MOVE B TO LEX-BIMESTRE
005087         MOVE LINHA-EXTERNA TO LINHA-SAIDA
005088         WRITE LINHA-SAIDA
005089     END-IF.
005090 4227-EXIT.
005091     EXIT.
005092
005093*-----------------------------------------------------------
005094* 4230-AVISAR-LACUNA - aponta bimestre que teve movimento no
005100* ano mas nao tem registro desta materia
005110*-----------------------------------------------------------
005120 4230-AVISAR-LACUNA.
005220     EXIT.
005230
005240*-----------------------------------------------------------
005241* 4300-EMITIR-TRANSFERENCIAS - imprime a entrada vinda de outra
005242* escola e a saida para outra escola registradas no ano
005243*-----------------------------------------------------------
005244 4300-EMITIR-TRANSFERENCIAS.
005245     MOVE "E" TO DIRECAO-TRANSFERENCIA
005246     CALL "ConsultaTransferencia" USING MATRICULA
005247         TAN-ANO(TAN-IDX) DIRECAO-TRANSFERENCIA TRF-REGISTRO
005248         SITUACAO-TRANSFERENCIA
005249     IF SITUACAO-TRANSFERENCIA = "A"
005250         MOVE TRF-DATA TO LTE-DATA
005251         MOVE TRF-ESCOLA TO LTE-ESCOLA
005252         MOVE LINHA-TRANSF-ENTRADA TO LINHA-SAIDA
005253         WRITE LINHA-SAIDA
005254         MOVE TRF-MOTIVO TO LTM-MOTIVO
005255         MOVE LINHA-TRANSF-MOTIVO TO LINHA-SAIDA
005256         WRITE LINHA-SAIDA
005257     END-IF
005258     MOVE "S" TO DIRECAO-TRANSFERENCIA
005259     CALL "ConsultaTransferencia" USING MATRICULA
005260         TAN-ANO(TAN-IDX) DIRECAO-TRANSFERENCIA TRF-REGISTRO
005261         SITUACAO-TRANSFERENCIA
005262     IF SITUACAO-TRANSFERENCIA = "A"
005263         MOVE TRF-DATA TO LTS-DATA
005264         MOVE TRF-ESCOLA TO LTS-ESCOLA
005265         MOVE LINHA-TRANSF-SAIDA TO LINHA-SAIDA
005266         WRITE LINHA-SAIDA
005267         MOVE TRF-MOTIVO TO LTM-MOTIVO
005268         MOVE LINHA-TRANSF-MOTIVO TO LINHA-SAIDA
005269         WRITE LINHA-SAIDA
005270     END-IF.
005271 4300-EXIT.
005272     EXIT.
005273
005274*-----------------------------------------------------------
005275* 9000-FINALIZAR - fecha o historico acumulado
005276*-----------------------------------------------------------
005277 9000-FINALIZAR.
005280     IF HISTORICO-ABERTO
005290         CLOSE HISTORICO-ALUNOS
005300     END-IF.
