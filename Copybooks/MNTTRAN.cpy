      * TRN-EFF-DATE/TRN-EXP-DATE set the record's active life -
      * blank or zero leaves the date open-ended. TRN-LOCATION is
      * the plant code (blank = the original single plant).
      * A transaction file opens with a header (TRN-ACTION H) and
      * closes with a trailer (TRN-ACTION T), the way the daily
      * feed does, so a file cut short in transit is caught before
      * anything on it is applied. TRH-EXPECTED-CNT zero skips the
      * header count check. TRT-TRAN-COUNT counts every record
      * between the two; TRT-VALUE-HASH totals their TRN-VALUE and
      * TRT-ID-HASH their TRN-REC-ID (a non-numeric value or ID, as
      * on a delete with no value, adds nothing). A file with no
      * header at all is an older one and is applied unchecked.
       01  Tran-Record.
           05  TRN-ACTION          Pic X(1).
           05  TRN-REC-ID          Pic X(6).
           05  TRN-EXP-DATE        Pic X(8).
           05  TRN-LOCATION        Pic X(3).
           05  FILLER              Pic X(03).
       01  Tran-Header-Record.
           05  TRH-ACTION          Pic X(1).
           05  TRH-CREATE-DATE     Pic 9(8).
           05  TRH-BATCH-ID        Pic X(10).
           05  TRH-EXPECTED-CNT    Pic 9(6).
           05  FILLER              Pic X(15).
       01  Tran-Trailer-Record.
           05  TRT-ACTION          Pic X(1).
           05  TRT-TRAN-COUNT      Pic 9(6).
           05  TRT-VALUE-HASH      Pic S9(9)V9(2).
           05  TRT-ID-HASH         Pic 9(12).
           05  FILLER              Pic X(10).
