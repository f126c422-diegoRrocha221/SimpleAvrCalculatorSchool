000100*****************************************************************
000110* RETIFREG.cpy
000120* Pedido de retificacao de registro ja confirmado pelo sistema
000130* externo de registros academicos (arquivo RETIFICACOES, chave
000140* a chave do mestre ALUNOS-MASTER + sequencia do pedido). A
000150* correcao (ConsultaCorrecao) ou a decisao do conselho
000160* (DecisaoConselho) sobre um registro confirmado nao altera o
000170* mestre: grava aqui o pedido pendente, com os valores
000180* anteriores (os que o sistema externo tem), os novos e o
000190* motivo. A direcao aprova ou recusa (AprovaRetificacao); so o
000200* pedido aprovado atualiza o mestre, e o ExtratoAlunos envia a
000210* linha de retificacao com a media e o resultado anteriores
000220* daqui.
000230*-----------------------------------------------------------------
000240* Mod history:
000250*   2026-10-15 DRR  Criado (retificacao de registro confirmado).
000260*****************************************************************
000270 01  RTF-REGISTRO.
000280     05  RTF-CHAVE.
000290         10  RTF-CHAVE-MESTRE.
000300             15  RTF-ANO-LETIVO      PIC 9(04).
000310             15  RTF-BIMESTRE        PIC 9(01).
000320             15  RTF-TURMA           PIC X(06).
000330             15  RTF-MATERIA         PIC X(20).
000340             15  RTF-NOME-ALUNO      PIC X(30).
000350         10  RTF-SEQUENCIA           PIC 9(03).
000360     05  RTF-MATRICULA               PIC 9(06).
000370     05  RTF-ORIGEM                  PIC X(01).
000380         88  RTF-ORIGEM-CORRECAO             VALUE "C".
000390         88  RTF-ORIGEM-CONSELHO             VALUE "D".
000400     05  RTF-ANTERIOR.
000410         10  RTF-NOTAS-ANT           PIC 99V99 OCCURS 4 TIMES.
000420         10  RTF-MEDIA-ANT           PIC 99V99.
000430         10  RTF-RESULTADO-ANT       PIC X(10).
000440         10  RTF-NOTA-RECUP-ANT      PIC 99V99.
000450         10  RTF-STATUS-RECUP-ANT    PIC X(01).
000460     05  RTF-NOVO.
000470         10  RTF-NOTAS-NOVA          PIC 99V99 OCCURS 4 TIMES.
000480         10  RTF-MEDIA-NOVA          PIC 99V99.
000490         10  RTF-RESULTADO-NOVO      PIC X(10).
000500         10  RTF-NOTA-RECUP-NOVA     PIC 99V99.
000510         10  RTF-STATUS-RECUP-NOVO   PIC X(01).
000520     05  RTF-MOTIVO                  PIC X(40).
000530     05  RTF-DATA-CONSELHO           PIC 9(08).
000540     05  RTF-SOLICITANTE             PIC X(10).
000550     05  RTF-DATA-PEDIDO             PIC 9(08).
000560     05  RTF-SITUACAO                PIC X(01).
000570         88  RTF-PENDENTE                    VALUE "P".
000580         88  RTF-APROVADA                    VALUE "A".
000590         88  RTF-RECUSADA                    VALUE "R".
000600     05  RTF-APROVADOR               PIC X(10).
000610     05  RTF-DATA-DECISAO            PIC 9(08).
000620     05  RTF-MOTIVO-RECUSA           PIC X(40).
