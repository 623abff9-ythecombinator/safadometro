      *****************************************************
      *** AUDITREC - layout do registro de trilha de    ***
      *** auditoria do SAFADOMETRO (uma linha por        ***
      *** execucao do programa, com a data de negocio    ***
      *** processada; linhas antigas nao a trazem)       ***
      *****************************************************
       01  AUDIT-RECORD.
           05  AUDIT-DATA-HORA         PIC X(14).
           05  AUDIT-QTDE-REGISTROS   PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  AUDIT-QTDE-REJEITADOS  PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  AUDIT-DATA-NEGOCIO     PIC X(8).
