      *****************************************************************
      *     ARCREC.CPY - AUDIT LOG ARCHIVE MANIFEST (AUDMAN.DAT)      *
      *     ONE RECORD PER ACADEMIC YEAR ARCHIVED OUT OF              *
      *     GRADE-AUDIT.LOG BY AUDARCH. THE YEAR IS THE YEAR OF THE   *
      *     LINE'S DATA= STAMP (TERMS ARE YYYY-S, SO IT IS ALSO THE   *
      *     YEAR OF THE TERMS POSTED IN IT). READ BY AUDINQ TO PICK   *
      *     THE ARCHIVES THAT OVERLAP AN INQUIRY DATE RANGE.          *
      *     ARC-ARQUIVO: ARCHIVE FILE NAME, GRADE-AUDIT-YYYY.ARC.     *
      *     ARC-SITUACAO: A = ARCHIVE ON FILE, P = PURGED PAST THE    *
      *     RETENTION PERIOD (COUNTS AND STAMPS ARE KEPT AS PROOF).   *
      *     ARC-QTD-LINHAS: LINES MOVED INTO THE ARCHIVE, ALL RUNS.   *
      *     ARC-PRIMEIRA-DATA / ARC-ULTIMA-DATA: FIRST AND LAST DATA= *
      *     STAMP IN THE ARCHIVE. ARC-DATA-ARQUIVO: LAST AUDARCH RUN  *
      *     THAT ADDED TO IT. ARC-DATA-EXPURGO: DATE PURGED, OR ZERO. *
      *****************************************************************
       01  ARCHIVE-MANIFEST-RECORD.
           02 ARC-ANO              PIC 9(04).
           02 ARC-ARQUIVO          PIC X(30).
           02 ARC-SITUACAO         PIC X(01).
           02 ARC-QTD-LINHAS       PIC 9(07).
           02 ARC-PRIMEIRA-DATA    PIC 9(08).
           02 ARC-ULTIMA-DATA      PIC 9(08).
           02 ARC-DATA-ARQUIVO     PIC 9(08).
           02 ARC-DATA-EXPURGO     PIC 9(08).
