      * is explained. The feed lines are parsed by the fixed columns R032      *
      * and R101 write them in; the CONTRGLAR trailer is checked against       *
      * the CONTRGLAR detail alone, since WOFFJRNL carries no trailer, and     *
      * a degraded-mode ASAT= marker line off R032 is passed over, as are      *
      * the per-book trailers R032 writes after its whole-feed trailer.        *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           END-READ
           PERFORM UNTIL WS-GLAR-EOF
               IF GLAR-LINE (1:5) = "ASAT="
                   OR (GLAR-TAG = "TRAILER"
                       AND GLAR-LINE (77:4) = " BK=")
                   CONTINUE
               ELSE IF GLAR-TAG = "TRAILER"
                   SET WS-TRAILER-SEEN TO TRUE
