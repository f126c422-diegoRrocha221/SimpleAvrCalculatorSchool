000100*****************************************************************
000110* RESPREG.cpy
000120* Registro de responsavel pelo aluno (arquivo RESPONSAVEIS,
000130* chave matricula + sequencia, ate 9 por aluno), mantido por
000140* CadastroResponsaveis: nome, parentesco, telefone, e-mail,
000150* endereco e o canal preferido para os avisos a familia
000160* (NotificaFamilias): S SMS, E e-mail, C carta. Responsavel
000170* inativo fica no arquivo e nao recebe aviso.
000180*-----------------------------------------------------------------
000190* Mod history:
000200*   2026-10-15 DRR  Criado (responsaveis e avisos as familias).
000210*****************************************************************
000220 01  RSP-REGISTRO.
000230     05  RSP-CHAVE.
000240         10  RSP-MATRICULA           PIC 9(06).
000250         10  RSP-SEQUENCIA           PIC 9(01).
000260     05  RSP-NOME                    PIC X(30).
000270     05  RSP-PARENTESCO              PIC X(15).
000280     05  RSP-TELEFONE                PIC X(15).
000290     05  RSP-EMAIL                   PIC X(50).
000300     05  RSP-ENDERECO                PIC X(60).
000310     05  RSP-CANAL                   PIC X(01).
000320         88  RSP-CANAL-SMS                   VALUE "S".
000330         88  RSP-CANAL-EMAIL                 VALUE "E".
000340         88  RSP-CANAL-CARTA                 VALUE "C".
000350         88  RSP-CANAL-VALIDO                VALUES "S" "E" "C".
000360     05  RSP-SITUACAO                PIC X(01).
000370         88  RSP-ATIVO                       VALUE "A".
000380         88  RSP-INATIVO                     VALUE "I".
000390     05  RSP-DATA-ALTERACAO          PIC 9(08).
000400     05  RSP-OPERADOR                PIC X(10).
