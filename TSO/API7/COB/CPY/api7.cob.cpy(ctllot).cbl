      * PRE-READS THE FILE TO CHECK BOTH, THEN CALLS 'FICCTL' (COPY    *
      * FICCOM) TO REFUSE A LOT ALREADY PROCESSED AND TO REGISTER THE  *
      * LOT AT NORMAL END                                              *
      * CTL-ENT-FLUX IS SET ONLY ON THE STREAM FILES WRITTEN BY THE    *
      * WAREHOUSE SPLIT PROGRAMS (LPARMVT, LPARCDE) : '1' TO '4' = ONE *
      * OF THE PARALLEL STREAMS, COVERING THE WAREHOUSES ABOVE         *
      * CTL-ENT-ENT-DEB UP TO CTL-ENT-ENT-FIN INCLUDED (SPACES = NO    *
      * BOUND), '0' = CROSS-STREAM FILE PROCESSED ALONE AFTER THE      *
      * PARALLEL STREAMS, SPACE = ORDINARY LOT                         *
      ******************************************************************
       01  CTL-ENTETE-LOT.
           05  CTL-ENT-TYPE       PIC X(3).
           05  CTL-ENT-ID         PIC X(8).
           05  CTL-ENT-DATE       PIC X(8).
           05  CTL-ENT-SEQ        PIC 9(6).
           05  CTL-ENT-FLUX       PIC X(1)  VALUE SPACE.
               88  CTL-FLUX-PARALLELE       VALUE '1' THRU '4'.
           05  CTL-ENT-ENT-DEB    PIC X(2)  VALUE SPACES.
           05  CTL-ENT-ENT-FIN    PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(50).
       01  CTL-PIED-LOT.
           05  CTL-PIED-TYPE      PIC X(3).
           05  CTL-PIED-NB        PIC 9(9).
