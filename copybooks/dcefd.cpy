      * Registro dos documentos escolares emitidos - o numero de
      * controle impresso no documento e a chave; quem recebe o
      * documento confere numero e matricula com a secretaria.
       FD  ARQ-DOC-ESCOLAR.
       01  REG-DOC-ESCOLAR.
           05 DCE-NUMERO           PIC 9(06).
      * Tipo: M-declaracao de matricula, T-declaracao de
      * transferencia, C-certificado de conclusao.
           05 DCE-TIPO             PIC X(01).
               88 DCE-MATRICULA-DECL   VALUE 'M'.
               88 DCE-TRANSFERENCIA    VALUE 'T'.
               88 DCE-CONCLUSAO        VALUE 'C'.
           05 DCE-MATRICULA        PIC X(06).
           05 DCE-NOME             PIC X(30).
           05 DCE-TURMA            PIC X(06).
           05 DCE-ANO              PIC 9(04).
           05 DCE-FINALIDADE       PIC X(30).
           05 DCE-DATA-EMISSAO     PIC 9(08).
           05 DCE-USUARIO          PIC X(10).

       FD  ARQ-DCE-SEQ.
       01  REG-DCE-SEQ.
           05 DSQ-ULTIMO-NUMERO    PIC 9(06).
