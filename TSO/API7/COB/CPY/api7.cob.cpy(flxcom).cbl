      ******************************************************************
      * SHARED AREAS FOR THE PARALLEL STREAMS BY WAREHOUSE RANGE :     *
      * SPLIT PROGRAMS LPARMVT (MVTSTK) AND LPARCDE (CDEDEP), MERGE    *
      * PROGRAM LFUSFLX                                                *
      * FLX-PARAMETRE IS THE PARMFLX CARD (OR THE PARMLIT VALUE 'FLUX' *
      * WHEN THE CARD IS ABSENT) : NUMBER OF STREAMS 1 TO 4, THEN THE  *
      * UPPER WAREHOUSE OF EACH STREAM IN ASCENDING ORDER - THE LAST   *
      * STREAM ALSO TAKES EVERY WAREHOUSE ABOVE ITS BOUND              *
      * FLX-CONTROLE IS THE CTLFLX RECORD WRITTEN BY THE SPLIT FOR     *
      * EACH STREAM (FLUX '0' = CROSS-STREAM FILE) AND READ BACK BY    *
      * THE MERGE FOR THE COMBINED CONTROL TOTALS                      *
      ******************************************************************
       01  FLX-PARAMETRE.
           05  FLX-NB-FLUX        PIC 9(1).
           05  FLX-BORNE          PIC X(2)  OCCURS 4 TIMES.
           05  FILLER             PIC X(11).
       01  FLX-CONTROLE.
           05  FLX-CTL-TYPE       PIC X(3).
           05  FLX-CTL-FLUX       PIC X(1).
           05  FLX-CTL-ENT-DEB    PIC X(2).
           05  FLX-CTL-ENT-FIN    PIC X(2).
           05  FLX-CTL-NB         PIC 9(9).
           05  FLX-CTL-LOT-ID     PIC X(8).
           05  FLX-CTL-LOT-SEQ    PIC 9(6).
           05  FILLER             PIC X(49).
