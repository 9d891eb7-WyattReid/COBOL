      * MENUDEF - menu definition record (LAB_MENUFILE, default
      * lab-menu.dat) HelloWorld builds its menu from. A G record
      * names a sub-menu: MND-GROUP is its one-letter code and
      * MND-TITLE its heading; sub-menus show in file order. An I
      * record is one program on the sub-menu MND-GROUP: the label
      * written on signon.log's RUN line, a description, the
      * command launched, and optionally the status file the
      * program leaves behind (for the last-run line). MND-MIN-ROLE
      * is the lowest Usr-Role that may see the item - O for any
      * operator, S for supervisors only; blank is O. MND-CALENDAR
      * restricts the item by today's row on the processing
      * calendar (CALREC) - blank any day, B business days only,
      * P only on a period-end date. An item the signed-on user is
      * not entitled to is not shown at all. When the file exists
      * it replaces HelloWorld's built-in six-program menu outright.
       01  Menu-Def-Record.
           05  MND-TYPE            Pic X(1).
           05  MND-GROUP           Pic X(1).
           05  MND-LABEL           Pic X(12).
           05  MND-TITLE           Pic X(30).
           05  MND-CMD             Pic X(40).
           05  MND-STATUS-FILE     Pic X(40).
           05  MND-MIN-ROLE        Pic X(1).
           05  MND-CALENDAR        Pic X(1).
           05  FILLER              Pic X(04).
