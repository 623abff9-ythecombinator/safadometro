      *****************************************************
      *** VRFREC - layouts do relatorio de verificacao  ***
      *** do historico (job SAFADVRF): uma linha por    ***
      *** excecao do cluster (SAFADVRF) e uma linha por ***
      *** geracao de arquivo conferida contra o balanco ***
      *** do arquivamento (SAFADVGR).                   ***
      *****************************************************
       01  VRF-TITLE-LINE              PIC X(120).

       01  VRF-DETAIL-LINE.
           05  VRF-OCORRENCIA          PIC X(22).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-CLIENTE             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-PESSOA-ID           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-DATA-HORA           PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-DETALHE             PIC X(62).

       01  VRF-GENERATION-LINE.
           05  VRF-GER-RELATIVA        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-GER-EXECUCAO        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-GER-CORTE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-GER-ESPERADOS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-GER-LIDOS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRF-GER-SITUACAO        PIC X(64).
