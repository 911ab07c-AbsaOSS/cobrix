      * and the record count it carried. Written by the arrival gate (R064)     *
      * when the receiving step registers the dataset; the nightly chain is     *
      * released per feed only once this record exists.                         *
      * The business date the feed belongs to is carried with it, so the        *
      * register can hold several days' feeds at once after an outage and       *
      * each day's cycle releases only its own.                                 *
      *                                                                          *
      ****************************************************************************
       01  FEED-ARRIVAL-RECORD.
           05  FA-FEED-NAME             PIC X(8).
           05  FA-ARRIVAL-TIME          PIC 9(6).
           05  FA-RECORD-COUNT          PIC 9(9).
           05  FA-BUSINESS-DATE         PIC 9(8).
