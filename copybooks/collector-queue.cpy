      * latest outcome/note keyed on the activity screen (R109), and the       *
      * regression flag the nightly build (R108) sets when something changed   *
      * under the collector - a new receipt or a broken payment arrangement.   *
      * Carried forward cycle to cycle (COLQIN to COLQOUT). Bucket 9 is the   *
      * dispute queue: a contract under an open customer dispute (R158) is    *
      * worked there by the dispute's owner instead of by aging bucket.       *
      *                                                                          *
      ****************************************************************************
       01  COLLECTOR-QUEUE-RECORD.
           05  CQ-CONTRACT-NUMBER       PIC X(15).
           05  CQ-COLLECTOR             PIC X(8).
           05  CQ-BUCKET                PIC 9(1).
               88  CQ-DISPUTE-QUEUE             VALUE 9.
           05  CQ-AMOUNT                PIC 9(10)V9(2).
           05  CQ-FOLLOW-UP-DATE        PIC 9(8).
           05  CQ-LAST-OUTCOME          PIC X(12).
