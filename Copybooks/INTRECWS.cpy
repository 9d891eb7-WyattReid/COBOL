           05  WS-H-EXPECTED-CNT   Pic 9(6).
           05  WS-H-LOCATION       Pic X(3).
           05  WS-H-CYCLE          Pic 9(1).
           05  WS-H-ORIGIN         Pic X(1).
           05  FILLER              Pic X(10).

       01  WS-Detail-Record REDEFINES WS-Record.
           05  WS-D-REC-TYPE       Pic X(1).
           05  WS-D-REC-ID         Pic 9(6).
           05  FILLER              Pic X(3).

       01  WS-Transfer-Record REDEFINES WS-Record.
           05  WS-X-REC-TYPE       Pic X(1).
           05  WS-X-CATEGORY       Pic X(2).
           05  WS-X-Int            Pic S9(7)V9(2).
           05  WS-X-UNIT           Pic X(3).
           05  WS-X-REC-ID         Pic 9(6).
           05  WS-X-CPTY-LOC       Pic X(3).
           05  WS-X-DIRECTION      Pic X(1).
           05  FILLER              Pic X(2).

       01  WS-Trailer-Record REDEFINES WS-Record.
           05  WS-T-REC-TYPE       Pic X(1).
           05  WS-T-REC-COUNT      Pic 9(6).
