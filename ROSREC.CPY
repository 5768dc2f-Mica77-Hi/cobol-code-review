      *     ROS-SECAO/ROS-INSTRUTOR IDENTIFY THE CLASS SECTION AND
      *     THE INSTRUCTOR OF RECORD; THEY SIT AT THE END SO OLDER
      *     ROSTERS (BLANK SECTION) STILL FEED THROUGH UNCHANGED.
      *     ROS-MOTIVO-REJEITO IS FILLED ONLY ON THE REJECT FILE WITH
      *     THE REASON THE ROW WAS REJECTED; IT IS IGNORED ON INPUT,
      *     SO A CORRECTED REJECT ROW FEEDS BACK AS IT STANDS.
       01  ROSTER-RECORD.
           02 ROS-ID-ALUNO         PIC X(08).
           02 ROS-NOME-ALUNO       PIC X(15).
                 04 ROS-NOTA-STATUS PIC X(01).
           02 ROS-SECAO            PIC X(03).
           02 ROS-INSTRUTOR        PIC X(08).
           02 ROS-MOTIVO-REJEITO   PIC X(30).
