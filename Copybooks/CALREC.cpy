      * the latest period-end row instead of operator judgment.
      * Maintained through LABCALMN. A date with no row is treated
      * as unknown - warned about, never silently assumed.
      * CAL-DEADLINE (from what used to be filler) is the time of
      * day, HHMM, the night chain for that date has to be finished
      * by - before the morning shift opens LABMAINT. A deadline
      * earlier than the chain's start time is the next morning.
      * Blank means no deadline is tracked for the date.
       01  Cal-Record.
           05  CAL-DATE            Pic 9(8).
           05  CAL-DAY-TYPE        Pic X(1).
           05  CAL-PERIOD          Pic 9(6).
           05  CAL-PERIOD-END      Pic X(1).
           05  CAL-DESC            Pic X(20).
           05  CAL-DEADLINE        Pic X(4).
