      * "            that quietly switched off past them, are"
      * "            gone: the sign-on stamp is a keyed REWRITE"
      * "            and alerts acknowledge in place."
      * "2026-10-15 WAR A work inbox now comes up after the alert"
      * "            review, before the menu: counts and lists of"
      * "            the exceptions open past the aging limit, the"
      * "            master changes waiting on a second approver"
      * "            (supervisors only), rejects still on the"
      * "            reject file, unacknowledged outbound extracts,"
      * "            and balanced LAB2b sessions not yet merged."
      * "2026-10-15 WAR Supervisors' inbox also lists the suspected"
      * "            duplicates LAB2c is holding for release"
      * "            (LABDUPRL)."
      * "2026-10-15 WAR Supervisors' inbox also lists the high-value"
      * "            details LAB2c is holding in suspense over their"
      * "            category's posting limit (LABSUSWK)."
      * "2026-10-15 WAR Shift handover entries other operators have"
      * "            written since this user last looked come up"
      * "            after the alert review, with the count of open"
      * "            items carried forward (LABSHIFT). The sign-on"
      * "            date and time are exported as LAB_SIGNON so"
      * "            the entries can be tied to the sign-on."
      * "2026-10-15 WAR Each outstanding alert shows its message"
      * "            number and, under it, the operator response"
      * "            from the message catalog (LAB_MSGCAT)."
      * "2026-10-15 WAR Each signon.log line now ends in an audit"
      * "            chain value sealed through LABCHAIN (see"
      * "            CHAINREQ), so a line removed or edited breaks"
      * "            the chain LABCHNCK walks."
      * "2026-10-15 WAR The menu is built from the menu definition"
      * "            file (LAB_MENUFILE, see MENUDEF) - sub-menus"
      * "            for the whole suite, each item hidden unless"
      * "            the signed-on user's role and today's row on"
      * "            the processing calendar allow it. Every launch"
      * "            still logs a RUN line. With no file the"
      * "            built-in six-program menu comes up as before."

       environment division.
       input-output section.
               access mode is dynamic
               record key is Alr-Seq
               file status is Ws-Alert-Status.
           select MsgCatFile assign to Ws-Mct-File-Name
               organization is line sequential
               file status is Ws-Mct-Status.
           select ExcDispFile assign to Ws-Xd-File-Name
               organization is line sequential
               file status is Ws-Inbox-Status.
           select PendFile assign to Ws-Pend-File-Name
               organization is line sequential
               file status is Ws-Inbox-Status.
           select RejectFile assign to Ws-Rej-File-Name
               organization is line sequential
               file status is Ws-Inbox-Status.
           select OutRegFile assign to Ws-Outreg-File-Name
               organization is line sequential
               file status is Ws-Inbox-Status.
           select SessFile assign to Ws-Sess-File-Name
               organization is line sequential
               file status is Ws-Inbox-Status.
           select DupHoldFile assign to Ws-Dhl-File-Name
               organization is line sequential
               file status is Ws-Inbox-Status.
           select SuspFile assign to Ws-Sus-File-Name
               organization is line sequential
               file status is Ws-Inbox-Status.
           select ShiftLogFile assign to Ws-Shl-File-Name
               organization is line sequential
               file status is Ws-Hov-Status.
           select ShiftReadFile assign to Ws-Shr-File-Name
               organization is line sequential
               file status is Ws-Hov-Status.
           select MenuDefFile assign to Ws-Mnd-File-Name
               organization is line sequential
               file status is Ws-Mnd-Status.
           select CalendarFile assign to Ws-Cal-File-Name
               organization is line sequential
               file status is Ws-Cal-Status.

       data division.
       file section.
           copy USERREC.

       fd  SignonLog.
       01  Log-Record.
           05  Log-Text        Pic X(60).
           05  Log-Chain       Pic 9(9).

       fd  Status-File.
           copy RUNSTAT.
       fd  AlertFile.
           copy ALERTREC.

       fd  MsgCatFile.
           copy MSGCAT.

       fd  ExcDispFile.
           copy EXCDISP.

       fd  PendFile.
           copy PNDCHG.

      * "Reject file as LABEDIT writes it - RC=nn, the date"
      * "rejected, then the original 30-byte record."
       fd  RejectFile.
       01  Reject-Record.
           05  Rej-Rc-Tag          Pic X(3).
           05  Rej-Reason          Pic X(2).
           05  Filler              Pic X(1).
           05  Rej-Date            Pic X(8).
           05  Filler              Pic X(1).
           05  Rej-Data            Pic X(30).

       fd  OutRegFile.
           copy OUTREG.

       fd  SessFile.
           copy SESSREC.

       fd  DupHoldFile.
           copy DUPHOLD.

       fd  SuspFile.
           copy SUSPREC.

       fd  ShiftLogFile.
           copy SHIFTLOG.

       fd  ShiftReadFile.
           copy SHIFTRD.

       fd  MenuDefFile.
           copy MENUDEF.

       fd  CalendarFile.
           copy CALREC.

       working-storage section.
       01  UserName    Pic X(10).
       01  Ws-Eof      Pic A(1)    Value "N".
       01  Ws-Log-Line     Pic X(60).
       01  Ws-Log-Status   Pic X(2).

      * "Audit chain - each log line is sealed through LABCHAIN"
      * "just before it is written (see CHAINREQ)."
           copy CHAINREQ.

      * "Sign-off bookkeeping - the sign-on time is kept so the OFF"
      * "line written when the operator quits the menu can carry the"
      * "session duration in seconds."
       01  Ws-Status-File-Name    Pic X(40).
       01  Ws-Status-File-Status  Pic X(2).

      * "The menu is loaded from the menu definition file"
      * "(LAB_MENUFILE, see MENUDEF) at sign-on, keeping only the"
      * "items the signed-on user is entitled to, so the table"
      * "holds nothing the user may not run. A sub-menu left with"
      * "no items is dropped. Ws-Menu-File is blank for a program"
      * "that leaves no status file behind."
       01  Ws-Menu-Table.
           05  Ws-Menu-Entry  Occurs 150 Times Indexed By Ws-Menu-Idx.
               10  Ws-Menu-Group       Pic X(1).
               10  Ws-Menu-Label       Pic X(12).
               10  Ws-Menu-Title       Pic X(30).
               10  Ws-Menu-File        Pic X(40).
               10  Ws-Menu-Cmd         Pic X(40).
               10  Ws-Menu-Has-Run     Pic A(1)    Value "N".
               10  Ws-Menu-Last-Date   Pic 9(8)    Value 0.
               10  Ws-Menu-Last-Time   Pic 9(8)    Value 0.
               10  Ws-Menu-Last-Count  Pic 9(6)    Value 0.
       01  Ws-Menu-Cnt         Pic 9(4)   Comp   Value 0.
       01  Ws-Menu-Max         Pic 9(4)   Comp   Value 150.

       01  Ws-Grp-Table.
           05  Ws-Grp-Entry   Occurs 10 Times Indexed By Ws-Grp-Idx.
               10  Ws-Grp-Code         Pic X(1).
               10  Ws-Grp-Title        Pic X(30).
               10  Ws-Grp-Items        Pic 9(4)   Comp.
       01  Ws-Grp-Cnt          Pic 9(4)   Comp   Value 0.
       01  Ws-Grp-Keep         Pic 9(4)   Comp   Value 0.
       01  Ws-Grp-Found        Pic 9(4)   Comp   Value 0.
       01  Ws-Grp-Cur          Pic 9(4)   Comp   Value 0.
       01  Ws-Grp-Want         Pic X(1).
       01  Ws-Grp-New-Title    Pic X(30).

      * "The items on the sub-menu being shown, by the number the"
      * "operator keys."
       01  Ws-Sub-Map-Table.
           05  Ws-Sub-Map      Pic 9(4)   Comp   Occurs 150 Times.
       01  Ws-Sub-Cnt          Pic 9(4)   Comp   Value 0.
       01  Ws-Sub-Again-Sw     Pic A(1)   Value "N".

       01  Ws-Mnd-File-Name    Pic X(40).
       01  Ws-Mnd-Status       Pic X(2).
       01  Ws-Mnd-Eof          Pic A(1).
       01  Ws-Mnd-Over-Sw      Pic A(1)   Value "N".

      * "Entitlement - the signed-on user's role as a level (O 1,"
      * "S 2) against the item's minimum; an item naming a role"
      * "this program does not know is kept from everybody."
      * "Today's processing-calendar row (LAB_CALENDAR) decides the"
      * "calendar-restricted items; a date not on the calendar"
      * "shows none of them."
       01  Ws-User-Level       Pic 9(1)   Value 1.
       01  Ws-Item-Level       Pic 9(1).
       01  Ws-Item-Ok-Sw       Pic A(1).
       01  Ws-Hidden-Cnt       Pic 9(4)   Comp   Value 0.
       01  Ws-Cal-File-Name    Pic X(40).
       01  Ws-Cal-Status       Pic X(2).
       01  Ws-Cal-Eof          Pic A(1).
       01  Ws-Cal-Found-Sw     Pic A(1)   Value "N".
       01  Ws-Cal-Day-Type     Pic X(1)   Value Space.
       01  Ws-Cal-Period-End   Pic X(1)   Value Space.

      * "HELLOWORLD_<label>_CMD overrides any item's command, the"
      * "way HELLOWORLD_LAB1A_CMD always has for LAB1a."
       01  Ws-Env-Label        Pic X(12).
       01  Ws-Env-Name         Pic X(40).
       01  Ws-Env-Value        Pic X(40).

      * "Outstanding-alert review - the alert file is indexed on"
      * "ALR-SEQ now, so unacknowledged entries are shown straight"
       01  Ws-Open-Alert-Cnt  Pic 9(4)   Comp   Value 0.
       01  Ws-Alert-Ack       Pic X(1).

      * "The message catalog's key and operator response, loaded"
      * "once when there are alerts to show - LABMCTMN keeps the"
      * "file to 500 entries. Alerts written before they carried"
      * "a message number show no response."
       01  Ws-Mct-File-Name   Pic X(40).
       01  Ws-Mct-Status      Pic X(2).
       01  Ws-Mct-Eof         Pic A(1).
       01  Ws-Mct-Table.
           05  Ws-Mct-Entry Occurs 500 Times.
               10  Ws-Mct-Key      Pic X(12).
               10  Ws-Mct-Response Pic X(60).
       01  Ws-Mct-Cnt         Pic 9(4)   Comp   Value 0.
       01  Ws-Mct-Idx         Pic 9(4)   Comp   Value 0.
       01  Ws-Mct-Found       Pic 9(4)   Comp   Value 0.
       01  Ws-Mct-Want.
           05  Ws-Mct-Want-Prog Pic X(8).
           05  Ws-Mct-Want-No   Pic X(4).

      * "Work inbox - each queue's file is named the way the"
      * "program that works it names it (LAB_EXCDISP,"
      * "LABMAINT_PENDFILE, LABEDIT_REJECTFILE, LAB_OUTREG,"
      * "LAB2B_SESSFILE, LAB_DUPHOLD, LAB_SUSPENSE), and the"
      * "exception aging limit is LABEXCWK's (LABEXCWK_AGE_DAYS,"
      * "default 3). Only the first Ws-Inbox-Max items of a queue"
      * "are listed; the count is always the whole queue."
       01  Ws-Xd-File-Name     Pic X(40).
       01  Ws-Pend-File-Name   Pic X(40).
       01  Ws-Rej-File-Name    Pic X(40).
       01  Ws-Outreg-File-Name Pic X(40).
       01  Ws-Sess-File-Name   Pic X(40).
       01  Ws-Dhl-File-Name    Pic X(40).
       01  Ws-Sus-File-Name    Pic X(40).
       01  Ws-Inbox-Status     Pic X(2).
       01  Ws-Inbox-Eof        Pic A(1).
       01  Ws-Inbox-Max        Pic 9(4)   Comp   Value 5.
       01  Ws-Inbox-Cnt        Pic 9(4)   Comp   Value 0.
       01  Ws-Inbox-Total      Pic 9(4)   Comp   Value 0.
       01  Ws-Inbox-Cnt-Txt    Pic Z(3)9.
       01  Ws-Inbox-More       Pic 9(4)   Comp   Value 0.
       01  Ws-Inbox-Title      Pic X(50).
       01  Ws-Age-Input        Pic X(3).
       01  Ws-Age-Days         Pic 9(3)   Value 3.
       01  Ws-Age-Int          Pic 9(8)   Comp.
       01  Ws-Age-Cutoff       Pic 9(8).
       01  Ws-Today            Pic 9(8).
       01  Ws-Inbox-Val-Txt    Pic -Z(6)9.9(2).

      * "Shift handover review - LAB_SHIFTLOG and LAB_SHIFTREAD"
      * "as LABSHIFT names them. Only the first Ws-Hov-Max unread"
      * "records are shown, and the read marker moves only past"
      * "what was shown, so the rest stay unread for LABSHIFT."
      * "LABSHIFT closes only open entries, so the open count is"
      * "the open entries written less the closings."
       01  Ws-Shl-File-Name    Pic X(40).
       01  Ws-Shr-File-Name    Pic X(40).
       01  Ws-Hov-Status       Pic X(2).
       01  Ws-Hov-Eof          Pic A(1).
       01  Ws-Hov-Max          Pic 9(4)   Comp   Value 20.
       01  Ws-Hov-Mark         Pic 9(6)   Value 0.
       01  Ws-Hov-Shown-Max    Pic 9(6)   Value 0.
       01  Ws-Hov-Unread       Pic 9(4)   Comp   Value 0.
       01  Ws-Hov-Open-Cnt     Pic S9(6)  Comp   Value 0.
       01  Ws-Hov-Cat-Txt      Pic X(5).
       01  Ws-Hov-Line         Pic X(80).
       01  Ws-Signon-Stamp     Pic X(16).

       01  Ws-Menu-Again-Sw   Pic A(1)    Value "Y".
       01  Ws-Menu-Choice     Pic X(2).
       01  Ws-Menu-Choice-Num Pic 9(2).
       01  Ws-Menu-Valid-Sw   Pic A(1).
       01  Ws-Menu-Num        Pic Z9.
       01  Ws-Menu-Items-Txt  Pic ZZ9.
       01  Ws-Menu-Heading    Pic X(50).

       procedure division.
       000-Main.
           Perform Log-Signon-Paragraph
           Perform Greet-Paragraph
           Perform Review-Alerts-Paragraph
           Perform Review-Handover-Paragraph
           Perform Review-Inbox-Paragraph
           Perform Menu-Paragraph
           Stop Run.

           If Ws-Alert-Status Not = "00" Then
               Exit Paragraph
           End-If
           Perform Load-Msgcat-Paragraph
           Perform Show-Alert-Paragraph With Test Before
               Until Ws-Alert-Eof = "Y"
           Close AlertFile
                       Add 1 To Ws-Open-Alert-Cnt
                       Display "  " Alr-Date " " Alr-Time " "
                           Alr-Program " " Alr-Severity " "
                           Alr-Msg-No " " Alr-Text
                       If Alr-Msg-No Not = Spaces Then
                           Perform Show-Response-Paragraph
                       End-If
                   End-If
           End-Read.

       Load-Msgcat-Paragraph.
           Move "lab-msgcat.dat" To Ws-Mct-File-Name
           Accept Ws-Mct-File-Name From Environment "LAB_MSGCAT"
           If Ws-Mct-File-Name = Spaces Then
               Move "lab-msgcat.dat" To Ws-Mct-File-Name
           End-If
           Move 0 To Ws-Mct-Cnt
           Open Input MsgCatFile
           If Ws-Mct-Status Not = "00" Then
               Exit Paragraph
           End-If
           Move "N" To Ws-Mct-Eof
           Perform Load-Msgcat-One-Paragraph With Test Before
               Until Ws-Mct-Eof = "Y"
           Close MsgCatFile.

       Load-Msgcat-One-Paragraph.
           Read MsgCatFile Next Record
               At End
                   Move "Y" To Ws-Mct-Eof
               Not At End
                   If Ws-Mct-Cnt < 500 Then
                       Add 1 To Ws-Mct-Cnt
                       Move Mct-Key To Ws-Mct-Key(Ws-Mct-Cnt)
                       Move Mct-Response
                           To Ws-Mct-Response(Ws-Mct-Cnt)
                   End-If
           End-Read.

      * "The response lines up under the alert text."
       Show-Response-Paragraph.
           Move Alr-Program To Ws-Mct-Want-Prog
           Move Alr-Msg-No To Ws-Mct-Want-No
           Move 0 To Ws-Mct-Found
           Perform Find-Response-Paragraph
               Varying Ws-Mct-Idx From 1 By 1
               Until Ws-Mct-Idx > Ws-Mct-Cnt Or Ws-Mct-Found > 0
           If Ws-Mct-Found > 0 Then
               Display "                                    -> "
                   Ws-Mct-Response(Ws-Mct-Found)
           End-If.

       Find-Response-Paragraph.
           If Ws-Mct-Key(Ws-Mct-Idx) = Ws-Mct-Want Then
               Move Ws-Mct-Idx To Ws-Mct-Found
           End-If.

      * "Ack-Alert-Paragraph acknowledges in place - one keyed"
      * "REWRITE per open entry, however many there are."
       Ack-Alert-Paragraph.
                   End-If
           End-Read.

      * "Review-Handover-Paragraph shows the shift log records"
      * "other operators wrote since this user's read marker -"
      * "entries and closings alike - and how many entries are"
      * "still open, then moves the marker past what was shown."
       Review-Handover-Paragraph.
           Move "lab-shift-log.dat" To Ws-Shl-File-Name
           Accept Ws-Shl-File-Name From Environment "LAB_SHIFTLOG"
           If Ws-Shl-File-Name = Spaces Then
               Move "lab-shift-log.dat" To Ws-Shl-File-Name
           End-If
           Move "lab-shift-read.dat" To Ws-Shr-File-Name
           Accept Ws-Shr-File-Name From Environment "LAB_SHIFTREAD"
           If Ws-Shr-File-Name = Spaces Then
               Move "lab-shift-read.dat" To Ws-Shr-File-Name
           End-If
           Move 0 To Ws-Hov-Mark
           Open Input ShiftReadFile
           If Ws-Hov-Status = "00" Then
               Move "N" To Ws-Hov-Eof
               Perform Hov-Mark-Read-Paragraph With Test Before
                   Until Ws-Hov-Eof = "Y"
               Close ShiftReadFile
           End-If
           Move 0 To Ws-Hov-Unread
           Move 0 To Ws-Hov-Open-Cnt
           Move 0 To Ws-Hov-Shown-Max
           Open Input ShiftLogFile
           If Ws-Hov-Status Not = "00" Then
               Exit Paragraph
           End-If
           Move "N" To Ws-Hov-Eof
           Perform Hov-Log-Read-Paragraph With Test Before
               Until Ws-Hov-Eof = "Y"
           Close ShiftLogFile
           If Ws-Hov-Unread > Ws-Hov-Max Then
               Compute Ws-Inbox-More = Ws-Hov-Unread - Ws-Hov-Max
               Move Ws-Inbox-More To Ws-Inbox-Cnt-Txt
               Display "    ... and " Ws-Inbox-Cnt-Txt
                   " more - see LABSHIFT U)nread"
           End-If
           If Ws-Hov-Open-Cnt > 0 Then
               Move Ws-Hov-Open-Cnt To Ws-Inbox-Cnt-Txt
               Display Ws-Inbox-Cnt-Txt " open handover item(s) "
                   "carried forward - see LABSHIFT O)pen items"
           End-If
           If Ws-Hov-Shown-Max > Ws-Hov-Mark Then
               Open Extend ShiftReadFile
               If Ws-Hov-Status = "35" Then
                   Open Output ShiftReadFile
               End-If
               Move Spaces To Shift-Read-Record
               Move UserName To Shr-User
               Move Ws-Hov-Shown-Max To Shr-Last-Entry
               Accept Shr-Date From Date Yyyymmdd
               Accept Shr-Time From Time
               Write Shift-Read-Record
               Close ShiftReadFile
           End-If.

       Hov-Mark-Read-Paragraph.
           Read ShiftReadFile Next Record
               At End
                   Move "Y" To Ws-Hov-Eof
               Not At End
                   If Shr-User = UserName
                           And Shr-Last-Entry > Ws-Hov-Mark Then
                       Move Shr-Last-Entry To Ws-Hov-Mark
                   End-If
           End-Read.

      * "A header line comes out before the first unread record."
       Hov-Log-Read-Paragraph.
           Read ShiftLogFile Next Record
               At End
                   Move "Y" To Ws-Hov-Eof
               Not At End
                   If Shl-Rec-Type = "E" And Shl-Status = "O" Then
                       Add 1 To Ws-Hov-Open-Cnt
                   End-If
                   If Shl-Rec-Type = "C" Then
                       Subtract 1 From Ws-Hov-Open-Cnt
                   End-If
                   If Shl-Seq > Ws-Hov-Mark
                           And Shl-Operator Not = UserName Then
                       Add 1 To Ws-Hov-Unread
                       If Ws-Hov-Unread Not > Ws-Hov-Max Then
                           Perform Hov-Show-Paragraph
                       End-If
                   End-If
           End-Read.

       Hov-Show-Paragraph.
           If Ws-Hov-Unread = 1 Then
               Display " "
               Display "===== Shift handover - new since you last "
                   "looked ====="
           End-If
           Move Shl-Seq To Ws-Hov-Shown-Max
           Move Spaces To Ws-Hov-Line
           If Shl-Rec-Type = "C" Then
               String "  " Shl-Seq " " Shl-Date " " Shl-Time(1:4)
                   " " Shl-Operator " closed item " Shl-Closes
                   Delimited By Size Into Ws-Hov-Line
           Else
               Evaluate Shl-Category
                   When "I" Move "ISSUE" To Ws-Hov-Cat-Txt
                   When "N" Move "INSTR" To Ws-Hov-Cat-Txt
                   When Other Move "FYI" To Ws-Hov-Cat-Txt
               End-Evaluate
               String "  " Shl-Seq " " Shl-Date " " Shl-Time(1:4)
                   " " Shl-Operator " " Ws-Hov-Cat-Txt " "
                   Shl-Ref-Type " " Shl-Ref
                   Delimited By Size Into Ws-Hov-Line
               If Shl-Status = "O" Then
                   Move "[open]" To Ws-Hov-Line(60:6)
               End-If
           End-If
           Display Ws-Hov-Line
           Display "         " Shl-Text.

      * "Review-Inbox-Paragraph is the signed-on operator's work"
      * "inbox - one count-and-list block per queue, so what is"
      * "waiting is seen at sign-on instead of in five programs."
      * "A queue whose file is missing simply counts zero."
       Review-Inbox-Paragraph.
           Move 0 To Ws-Inbox-Total
           Accept Ws-Today From Date Yyyymmdd
           Move Spaces To Ws-Age-Input
           Accept Ws-Age-Input From Environment "LABEXCWK_AGE_DAYS"
           If Ws-Age-Input Is Numeric Then
               Move Ws-Age-Input To Ws-Age-Days
           End-If
           If Ws-Age-Days = 0 Then
               Move 3 To Ws-Age-Days
           End-If
           Compute Ws-Age-Int =
               Function Integer-Of-Date(Ws-Today) - Ws-Age-Days
           Compute Ws-Age-Cutoff = Function Date-Of-Integer(Ws-Age-Int)
           Display " "
           Display "===== Work Inbox for " UserName " ====="
           Perform Inbox-Exceptions-Paragraph
           If Ws-User-Role = "S" Then
               Perform Inbox-Pending-Paragraph
               Perform Inbox-Dup-Hold-Paragraph
               Perform Inbox-Suspense-Paragraph
           End-If
           Perform Inbox-Rejects-Paragraph
           Perform Inbox-Extracts-Paragraph
           Perform Inbox-Sessions-Paragraph
           If Ws-Inbox-Total = 0 Then
               Display "Nothing is waiting for you."
           End-If.

      * "Inbox-Count-Paragraph closes a queue's block - how many"
      * "more there are when the list was cut short, and the"
      * "queue's count."
       Inbox-Count-Paragraph.
           If Ws-Inbox-Cnt > Ws-Inbox-Max Then
               Compute Ws-Inbox-More = Ws-Inbox-Cnt - Ws-Inbox-Max
               Move Ws-Inbox-More To Ws-Inbox-Cnt-Txt
               Display "    ... and " Ws-Inbox-Cnt-Txt " more"
           End-If
           If Ws-Inbox-Cnt = 0 Then
               Display "    none"
           Else
               Move Ws-Inbox-Cnt To Ws-Inbox-Cnt-Txt
               Display "    " Ws-Inbox-Cnt-Txt " waiting"
           End-If
           Add Ws-Inbox-Cnt To Ws-Inbox-Total.

       Inbox-Exceptions-Paragraph.
           Move "lab-exc-disp.dat" To Ws-Xd-File-Name
           Accept Ws-Xd-File-Name From Environment "LAB_EXCDISP"
           If Ws-Xd-File-Name = Spaces Then
               Move "lab-exc-disp.dat" To Ws-Xd-File-Name
           End-If
           Move 0 To Ws-Inbox-Cnt
           Move Ws-Age-Days To Ws-Inbox-Cnt-Txt
           Move Spaces To Ws-Inbox-Title
           String "Open exceptions past " Ws-Inbox-Cnt-Txt
               " day(s) (LABEXCWK):"
               Delimited By Size Into Ws-Inbox-Title
           Display Ws-Inbox-Title
           Open Input ExcDispFile
           If Ws-Inbox-Status = "00" Then
               Move "N" To Ws-Inbox-Eof
               Perform Inbox-Exc-Read-Paragraph With Test Before
                   Until Ws-Inbox-Eof = "Y"
               Close ExcDispFile
           End-If
           Perform Inbox-Count-Paragraph.

       Inbox-Exc-Read-Paragraph.
           Read ExcDispFile Next Record
               At End
                   Move "Y" To Ws-Inbox-Eof
               Not At End
                   If Xd-Status = "O"
                           And Xd-Run-Date Not > Ws-Age-Cutoff Then
                       Add 1 To Ws-Inbox-Cnt
                       If Ws-Inbox-Cnt Not > Ws-Inbox-Max Then
                           Move Xd-Value To Ws-Inbox-Val-Txt
                           Display "    run " Xd-Run-Date
                               " id " Xd-Rec-Id
                               " value " Ws-Inbox-Val-Txt
                       End-If
                   End-If
           End-Read.

      * "Pending master changes are only an approver's work, and"
      * "a change the supervisor queued personally needs someone"
      * "else to approve it - those are left out."
       Inbox-Pending-Paragraph.
           Move "lab-mnt-pend.dat" To Ws-Pend-File-Name
           Accept Ws-Pend-File-Name From Environment
               "LABMAINT_PENDFILE"
           If Ws-Pend-File-Name = Spaces Then
               Move "lab-mnt-pend.dat" To Ws-Pend-File-Name
           End-If
           Move 0 To Ws-Inbox-Cnt
           Move "Master changes awaiting approval (LABMAINT):"
               To Ws-Inbox-Title
           Display Ws-Inbox-Title
           Open Input PendFile
           If Ws-Inbox-Status = "00" Then
               Move "N" To Ws-Inbox-Eof
               Perform Inbox-Pend-Read-Paragraph With Test Before
                   Until Ws-Inbox-Eof = "Y"
               Close PendFile
           End-If
           Perform Inbox-Count-Paragraph.

       Inbox-Pend-Read-Paragraph.
           Read PendFile Next Record
               At End
                   Move "Y" To Ws-Inbox-Eof
               Not At End
                   If Pnd-Status = "P"
                           And Pnd-Operator Not = UserName Then
                       Add 1 To Ws-Inbox-Cnt
                       If Ws-Inbox-Cnt Not > Ws-Inbox-Max Then
                           Display "    " Pnd-Action
                               " id " Pnd-Rec-Id
                               " queued by " Pnd-Operator
                               " on " Pnd-Date
                       End-If
                   End-If
           End-Read.

       Inbox-Rejects-Paragraph.
           Move "lab-edit-reject.dat" To Ws-Rej-File-Name
           Accept Ws-Rej-File-Name From Environment
               "LABEDIT_REJECTFILE"
           If Ws-Rej-File-Name = Spaces Then
               Move "lab-edit-reject.dat" To Ws-Rej-File-Name
           End-If
           Move 0 To Ws-Inbox-Cnt
           Move "Rejects still to be worked (LABREJWK):"
               To Ws-Inbox-Title
           Display Ws-Inbox-Title
           Open Input RejectFile
           If Ws-Inbox-Status = "00" Then
               Move "N" To Ws-Inbox-Eof
               Perform Inbox-Rej-Read-Paragraph With Test Before
                   Until Ws-Inbox-Eof = "Y"
               Close RejectFile
           End-If
           Perform Inbox-Count-Paragraph.

       Inbox-Rej-Read-Paragraph.
           Read RejectFile Next Record
               At End
                   Move "Y" To Ws-Inbox-Eof
               Not At End
                   If Reject-Record Not = Spaces Then
                       Add 1 To Ws-Inbox-Cnt
                       If Ws-Inbox-Cnt Not > Ws-Inbox-Max Then
                           Display "    RC=" Rej-Reason
                               " " Rej-Date " " Rej-Data
                       End-If
                   End-If
           End-Read.

       Inbox-Extracts-Paragraph.
           Move "lab-out-reg.dat" To Ws-Outreg-File-Name
           Accept Ws-Outreg-File-Name From Environment "LAB_OUTREG"
           If Ws-Outreg-File-Name = Spaces Then
               Move "lab-out-reg.dat" To Ws-Outreg-File-Name
           End-If
           Move 0 To Ws-Inbox-Cnt
           Move "Unacknowledged extracts (LABOACK):"
               To Ws-Inbox-Title
           Display Ws-Inbox-Title
           Open Input OutRegFile
           If Ws-Inbox-Status = "00" Then
               Move "N" To Ws-Inbox-Eof
               Perform Inbox-Out-Read-Paragraph With Test Before
                   Until Ws-Inbox-Eof = "Y"
               Close OutRegFile
           End-If
           Perform Inbox-Count-Paragraph.

       Inbox-Out-Read-Paragraph.
           Read OutRegFile Next Record
               At End
                   Move "Y" To Ws-Inbox-Eof
               Not At End
                   If Out-Ack-Flag Not = "Y" Then
                       Add 1 To Ws-Inbox-Cnt
                       If Ws-Inbox-Cnt Not > Ws-Inbox-Max Then
                           Display "    " Out-Date " "
                               Out-File-Name
                       End-If
                   End-If
           End-Read.

       Inbox-Sessions-Paragraph.
           Move "lab2b-sessions.dat" To Ws-Sess-File-Name
           Accept Ws-Sess-File-Name From Environment "LAB2B_SESSFILE"
           If Ws-Sess-File-Name = Spaces Then
               Move "lab2b-sessions.dat" To Ws-Sess-File-Name
           End-If
           Move 0 To Ws-Inbox-Cnt
           Move "Balanced LAB2b sessions not merged (LAB2BMRG):"
               To Ws-Inbox-Title
           Display Ws-Inbox-Title
           Open Input SessFile
           If Ws-Inbox-Status = "00" Then
               Move "N" To Ws-Inbox-Eof
               Perform Inbox-Sess-Read-Paragraph With Test Before
                   Until Ws-Inbox-Eof = "Y"
               Close SessFile
           End-If
           Perform Inbox-Count-Paragraph.

       Inbox-Sess-Read-Paragraph.
           Read SessFile Next Record
               At End
                   Move "Y" To Ws-Inbox-Eof
               Not At End
                   If Ses-Status = "B" Then
                       Add 1 To Ws-Inbox-Cnt
                       If Ws-Inbox-Cnt Not > Ws-Inbox-Max Then
                           Display "    session " Ses-Session
                               " by " Ses-Operator
                               " opened " Ses-Open-Date
                               " entries " Ses-Count
                       End-If
                   End-If
           End-Read.

      * "Held suspected duplicates are released or discarded by a"
      * "supervisor only, so only a supervisor sees the queue."
       Inbox-Dup-Hold-Paragraph.
           Move "lab-dup-hold.dat" To Ws-Dhl-File-Name
           Accept Ws-Dhl-File-Name From Environment "LAB_DUPHOLD"
           If Ws-Dhl-File-Name = Spaces Then
               Move "lab-dup-hold.dat" To Ws-Dhl-File-Name
           End-If
           Move 0 To Ws-Inbox-Cnt
           Move "Suspected duplicates held for release (LABDUPRL):"
               To Ws-Inbox-Title
           Display Ws-Inbox-Title
           Open Input DupHoldFile
           If Ws-Inbox-Status = "00" Then
               Move "N" To Ws-Inbox-Eof
               Perform Inbox-Dhl-Read-Paragraph With Test Before
                   Until Ws-Inbox-Eof = "Y"
               Close DupHoldFile
           End-If
           Perform Inbox-Count-Paragraph.

       Inbox-Dhl-Read-Paragraph.
           Read DupHoldFile Next Record
               At End
                   Move "Y" To Ws-Inbox-Eof
               Not At End
                   If Dhl-Status = "H" Then
                       Add 1 To Ws-Inbox-Cnt
                       If Ws-Inbox-Cnt Not > Ws-Inbox-Max Then
                           Display "    provider " Dhl-Provider
                               " batch " Dhl-Batch-Date
                               " record #" Dhl-Seq
                               " held " Dhl-Hold-Date
                       End-If
                   End-If
           End-Read.

      * "High-value details in suspense are released or rejected"
      * "by a supervisor only, so only a supervisor sees the queue."
       Inbox-Suspense-Paragraph.
           Move "lab-suspense.dat" To Ws-Sus-File-Name
           Accept Ws-Sus-File-Name From Environment "LAB_SUSPENSE"
           If Ws-Sus-File-Name = Spaces Then
               Move "lab-suspense.dat" To Ws-Sus-File-Name
           End-If
           Move 0 To Ws-Inbox-Cnt
           Move "High-value details in suspense (LABSUSWK):"
               To Ws-Inbox-Title
           Display Ws-Inbox-Title
           Open Input SuspFile
           If Ws-Inbox-Status = "00" Then
               Move "N" To Ws-Inbox-Eof
               Perform Inbox-Sus-Read-Paragraph With Test Before
                   Until Ws-Inbox-Eof = "Y"
               Close SuspFile
           End-If
           Perform Inbox-Count-Paragraph.

       Inbox-Sus-Read-Paragraph.
           Read SuspFile Next Record
               At End
                   Move "Y" To Ws-Inbox-Eof
               Not At End
                   If Sus-Status = "S" Then
                       Add 1 To Ws-Inbox-Cnt
                       If Ws-Inbox-Cnt Not > Ws-Inbox-Max Then
                           Display "    provider " Sus-Provider
                               " batch " Sus-Batch-Date
                               " record #" Sus-Seq
                               " suspended " Sus-Susp-Date
                       End-If
                   End-If
           End-Read.

      * "Authenticate-Paragraph refuses an unknown or disabled ID"
      * "outright and gives a known, active ID three chances to key"
      * "the password on its USERS.dat record - a third failure"
       Log-Signon-Paragraph.
           Move "ON" To Ws-Log-Marker
           Perform Write-Log-Line-Paragraph
           Move Ws-Run-Time To Ws-Signon-Time
           Move Spaces To Ws-Signon-Stamp
           String Ws-Run-Date Ws-Run-Time
               Delimited By Size Into Ws-Signon-Stamp
           Display "LAB_SIGNON" Upon Environment-Name
           Display Ws-Signon-Stamp Upon Environment-Value.

      * "Write-Log-Line-Paragraph writes one audit line in the"
      * "shared format - user, date, time, terminal, marker - used"
               " " Delimited By Size
               Ws-Log-Marker Delimited By Size
               Into Ws-Log-Line
           Move Ws-Log-Line To Log-Text
           Move "A" To CHN-FUNCTION
           Move "signon.log" To CHN-FILE-NAME
           Move 60 To CHN-DATA-LEN
           Move Log-Text To CHN-DATA
           Call "LABCHAIN" Using Chain-Request
           Move CHN-VALUE To Log-Chain
           Write Log-Record
           Close SignonLog.

               Until Ws-Menu-Again-Sw = "N"
           Perform Log-Signoff-Paragraph.

      * "Menu-Loop-Paragraph shows the sub-menus the user has"
      * "anything on and opens the one picked."
       Menu-Loop-Paragraph.
           Perform Display-Groups-Paragraph
           Display "Enter a number to open that menu, or Q to quit: "
               With No Advancing
           Accept Ws-Menu-Choice
           If Ws-Menu-Choice = "Q" Or Ws-Menu-Choice = "q" Then
               Move "N" To Ws-Menu-Again-Sw
               Exit Paragraph
           End-If
           Perform Parse-Choice-Paragraph
           If Ws-Menu-Valid-Sw = "Y"
                   And Ws-Menu-Choice-Num <= Ws-Grp-Cnt Then
               Move Ws-Menu-Choice-Num To Ws-Grp-Cur
               Move "Y" To Ws-Sub-Again-Sw
               Perform Sub-Menu-Loop-Paragraph With Test Before
                   Until Ws-Sub-Again-Sw = "N"
           Else
               Display "*** Not a valid menu choice - try again ***"
           End-If.

       Display-Groups-Paragraph.
           Display " "
           Display "===== LAB1/LAB2 Batch Suite Menu ====="
           If Ws-Grp-Cnt = 0 Then
               Display "  (nothing on the menu for your ID)"
           End-If
           Perform Display-One-Group-Paragraph
               Varying Ws-Grp-Idx From 1 By 1
               Until Ws-Grp-Idx > Ws-Grp-Cnt
           Display "Q. Quit".

       Display-One-Group-Paragraph.
           Set Ws-Menu-Num To Ws-Grp-Idx
           Move Ws-Grp-Items(Ws-Grp-Idx) To Ws-Menu-Items-Txt
           Display Ws-Menu-Num ". " Ws-Grp-Title(Ws-Grp-Idx)
               Ws-Menu-Items-Txt " programs".

      * "Sub-Menu-Loop-Paragraph shows one sub-menu's programs with"
      * "their last-run lines and launches the one picked; B goes"
      * "back to the main menu, Q signs off."
       Sub-Menu-Loop-Paragraph.
           Perform Build-Sub-Map-Paragraph
           Perform Read-All-Status-Paragraph
           Perform Display-Menu-Paragraph
           Perform Accept-Menu-Choice-Paragraph
           Evaluate Ws-Menu-Choice
               When "Q"
               When "q"
                   Move "N" To Ws-Sub-Again-Sw
                   Move "N" To Ws-Menu-Again-Sw
               When "B"
               When "b"
                   Move "N" To Ws-Sub-Again-Sw
               When Other
                   Perform Launch-Choice-Paragraph
           End-Evaluate.

       Build-Sub-Map-Paragraph.
           Move 0 To Ws-Sub-Cnt
           Perform Map-One-Item-Paragraph
               Varying Ws-Menu-Idx From 1 By 1
               Until Ws-Menu-Idx > Ws-Menu-Cnt.

       Map-One-Item-Paragraph.
           If Ws-Menu-Group(Ws-Menu-Idx) = Ws-Grp-Code(Ws-Grp-Cur)
                   Then
               Add 1 To Ws-Sub-Cnt
               Set Ws-Sub-Map(Ws-Sub-Cnt) To Ws-Menu-Idx
           End-If.

      * "Parse-Choice-Paragraph turns a one- or two-digit entry in"
      * "Ws-Menu-Choice into Ws-Menu-Choice-Num; anything else, or"
      * "zero, is not valid."
       Parse-Choice-Paragraph.
           Move "N" To Ws-Menu-Valid-Sw
           Move 0 To Ws-Menu-Choice-Num
           If Ws-Menu-Choice(2:1) = Space
                   And Ws-Menu-Choice(1:1) Is Numeric Then
               Move Ws-Menu-Choice(1:1) To Ws-Menu-Choice-Num
           Else
               If Ws-Menu-Choice Is Numeric Then
                   Move Ws-Menu-Choice To Ws-Menu-Choice-Num
               End-If
           End-If
           If Ws-Menu-Choice-Num > 0 Then
               Move "Y" To Ws-Menu-Valid-Sw
           End-If.

      * "Init-Menu-Paragraph loads the menu definition file,"
      * "keeping only what the signed-on user is entitled to, and"
      * "falls back to the built-in six programs when there is no"
      * "file - the same rule LABNIGHT's step table follows."
       Init-Menu-Paragraph.
           If Ws-User-Role = "S" Then
               Move 2 To Ws-User-Level
           Else
               Move 1 To Ws-User-Level
           End-If
           Perform Load-Calendar-Paragraph
           Move 0 To Ws-Menu-Cnt
           Move 0 To Ws-Grp-Cnt
           Move 0 To Ws-Hidden-Cnt
           Move "lab-menu.dat" To Ws-Mnd-File-Name
           Accept Ws-Mnd-File-Name From Environment "LAB_MENUFILE"
           If Ws-Mnd-File-Name = Spaces Then
               Move "lab-menu.dat" To Ws-Mnd-File-Name
           End-If
           Open Input MenuDefFile
           If Ws-Mnd-Status = "00" Then
               Move "N" To Ws-Mnd-Eof
               Perform Read-Menu-Def-Paragraph With Test Before
                   Until Ws-Mnd-Eof = "Y"
               Close MenuDefFile
               If Ws-Mnd-Over-Sw = "Y" Then
                   Display "*** Menu file holds more than 150 "
                       "programs or 10 menus - the extras are "
                       "ignored."
               End-If
           Else
               Perform Load-Builtin-Menu-Paragraph
           End-If
           Perform Apply-Cmd-Override-Paragraph
               Varying Ws-Menu-Idx From 1 By 1
               Until Ws-Menu-Idx > Ws-Menu-Cnt
           Perform Count-Group-Items-Paragraph
           Move 0 To Ws-Grp-Keep
           Perform Keep-Group-Paragraph
               Varying Ws-Grp-Idx From 1 By 1
               Until Ws-Grp-Idx > Ws-Grp-Cnt
           Move Ws-Grp-Keep To Ws-Grp-Cnt
           If Ws-Hidden-Cnt > 0 And Ws-Cal-Found-Sw = "N" Then
               Display "*** Today is not on the processing calendar "
                   "- calendar-restricted programs are not shown."
           End-If.

       Read-Menu-Def-Paragraph.
           Read MenuDefFile Next Record
               At End
                   Move "Y" To Ws-Mnd-Eof
               Not At End
                   Evaluate MND-TYPE
                       When "G"
                           Perform Add-Group-Paragraph
                       When "I"
                           Perform Check-Entitled-Paragraph
                           If Ws-Item-Ok-Sw = "Y" Then
                               Perform Add-Item-Paragraph
                           End-If
                   End-Evaluate
           End-Read.

      * "Add-Group-Paragraph - a G record for a code already on"
      * "the table just retitles it."
       Add-Group-Paragraph.
           Move MND-GROUP To Ws-Grp-Want
           Move MND-TITLE To Ws-Grp-New-Title
           Perform New-Group-Paragraph.

       New-Group-Paragraph.
           Perform Find-Group-Paragraph
           If Ws-Grp-Found = 0 Then
               If Ws-Grp-Cnt >= 10 Then
                   Move "Y" To Ws-Mnd-Over-Sw
                   Exit Paragraph
               End-If
               Add 1 To Ws-Grp-Cnt
               Move Ws-Grp-Cnt To Ws-Grp-Found
               Move Ws-Grp-Want To Ws-Grp-Code(Ws-Grp-Found)
           End-If
           Move Ws-Grp-New-Title To Ws-Grp-Title(Ws-Grp-Found).

       Find-Group-Paragraph.
           Move 0 To Ws-Grp-Found
           Perform Match-Group-Paragraph
               Varying Ws-Grp-Idx From 1 By 1
               Until Ws-Grp-Idx > Ws-Grp-Cnt Or Ws-Grp-Found > 0.

       Match-Group-Paragraph.
           If Ws-Grp-Code(Ws-Grp-Idx) = Ws-Grp-Want Then
               Set Ws-Grp-Found To Ws-Grp-Idx
           End-If.

      * "Check-Entitled-Paragraph decides whether the signed-on"
      * "user sees the item on MENUDEF's record."
       Check-Entitled-Paragraph.
           Move "Y" To Ws-Item-Ok-Sw
           Evaluate MND-MIN-ROLE
               When Space
               When "O"
                   Move 1 To Ws-Item-Level
               When "S"
                   Move 2 To Ws-Item-Level
               When Other
                   Move 9 To Ws-Item-Level
           End-Evaluate
           If Ws-Item-Level > Ws-User-Level Then
               Move "N" To Ws-Item-Ok-Sw
               Exit Paragraph
           End-If
           Evaluate MND-CALENDAR
               When Space
                   Continue
               When "B"
                   If Ws-Cal-Day-Type Not = "B" Then
                       Move "N" To Ws-Item-Ok-Sw
                   End-If
               When "P"
                   If Ws-Cal-Period-End Not = "Y" Then
                       Move "N" To Ws-Item-Ok-Sw
                   End-If
               When Other
                   Move "N" To Ws-Item-Ok-Sw
           End-Evaluate
           If Ws-Item-Ok-Sw = "N" Then
               Add 1 To Ws-Hidden-Cnt
           End-If.

      * "Add-Item-Paragraph - an item whose sub-menu has no G"
      * "record gets one titled with its code."
       Add-Item-Paragraph.
           Move MND-GROUP To Ws-Grp-Want
           Perform Find-Group-Paragraph
           If Ws-Grp-Found = 0 Then
               Move Spaces To Ws-Grp-New-Title
               String "Menu " MND-GROUP Delimited By Size
                   Into Ws-Grp-New-Title
               Perform New-Group-Paragraph
               If Ws-Grp-Found = 0 Then
                   Exit Paragraph
               End-If
           End-If
           If Ws-Menu-Cnt >= Ws-Menu-Max Then
               Move "Y" To Ws-Mnd-Over-Sw
               Exit Paragraph
           End-If
           Add 1 To Ws-Menu-Cnt
           Move MND-GROUP To Ws-Menu-Group(Ws-Menu-Cnt)
           Move MND-LABEL To Ws-Menu-Label(Ws-Menu-Cnt)
           Move MND-TITLE To Ws-Menu-Title(Ws-Menu-Cnt)
           Move MND-CMD To Ws-Menu-Cmd(Ws-Menu-Cnt)
           Move MND-STATUS-FILE To Ws-Menu-File(Ws-Menu-Cnt)
           Move "N" To Ws-Menu-Has-Run(Ws-Menu-Cnt).

      * "Load-Calendar-Paragraph looks today's date up on the"
      * "processing calendar for the calendar-restricted items."
       Load-Calendar-Paragraph.
           Accept Ws-Today From Date Yyyymmdd
           Move "N" To Ws-Cal-Found-Sw
           Move Space To Ws-Cal-Day-Type
           Move Space To Ws-Cal-Period-End
           Move "lab-calendar.dat" To Ws-Cal-File-Name
           Accept Ws-Cal-File-Name From Environment "LAB_CALENDAR"
           If Ws-Cal-File-Name = Spaces Then
               Move "lab-calendar.dat" To Ws-Cal-File-Name
           End-If
           Open Input CalendarFile
           If Ws-Cal-Status Not = "00" Then
               Exit Paragraph
           End-If
           Move "N" To Ws-Cal-Eof
           Perform Read-Calendar-Paragraph With Test Before
               Until Ws-Cal-Eof = "Y" Or Ws-Cal-Found-Sw = "Y"
           Close CalendarFile.

       Read-Calendar-Paragraph.
           Read CalendarFile Next Record
               At End
                   Move "Y" To Ws-Cal-Eof
               Not At End
                   If CAL-DATE = Ws-Today Then
                       Move "Y" To Ws-Cal-Found-Sw
                       Move CAL-DAY-TYPE To Ws-Cal-Day-Type
                       Move CAL-PERIOD-END To Ws-Cal-Period-End
                   End-If
           End-Read.

      * "Apply-Cmd-Override-Paragraph lets HELLOWORLD_<label>_CMD"
      * "(label in upper case) replace an item's command."
       Apply-Cmd-Override-Paragraph.
           Move Ws-Menu-Label(Ws-Menu-Idx) To Ws-Env-Label
           Inspect Ws-Env-Label Converting
               "abcdefghijklmnopqrstuvwxyz"
               To "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           Move Spaces To Ws-Env-Name
           String "HELLOWORLD_" Delimited By Size
               Ws-Env-Label Delimited By Space
               "_CMD" Delimited By Size
               Into Ws-Env-Name
           Move Spaces To Ws-Env-Value
           Display Ws-Env-Name Upon Environment-Name
           Accept Ws-Env-Value From Environment-Value
           If Ws-Env-Value Not = Spaces Then
               Move Ws-Env-Value To Ws-Menu-Cmd(Ws-Menu-Idx)
           End-If.

       Count-Group-Items-Paragraph.
           Perform Zero-Group-Items-Paragraph
               Varying Ws-Grp-Idx From 1 By 1
               Until Ws-Grp-Idx > Ws-Grp-Cnt
           Perform Count-One-Item-Paragraph
               Varying Ws-Menu-Idx From 1 By 1
               Until Ws-Menu-Idx > Ws-Menu-Cnt.

       Zero-Group-Items-Paragraph.
           Move 0 To Ws-Grp-Items(Ws-Grp-Idx).

       Count-One-Item-Paragraph.
           Move Ws-Menu-Group(Ws-Menu-Idx) To Ws-Grp-Want
           Perform Find-Group-Paragraph
           If Ws-Grp-Found > 0 Then
               Add 1 To Ws-Grp-Items(Ws-Grp-Found)
           End-If.

      * "Keep-Group-Paragraph closes up the sub-menus left with"
      * "no items for this user."
       Keep-Group-Paragraph.
           If Ws-Grp-Items(Ws-Grp-Idx) > 0 Then
               Add 1 To Ws-Grp-Keep
               Move Ws-Grp-Entry(Ws-Grp-Idx)
                   To Ws-Grp-Entry(Ws-Grp-Keep)
           End-If.

      * "Load-Builtin-Menu-Paragraph is the menu as it was before"
      * "the definition file - the six LAB1/LAB2 programs, open to"
      * "every operator."
       Load-Builtin-Menu-Paragraph.
           Move 1 To Ws-Grp-Cnt
           Move "D" To Ws-Grp-Code(1)
           Move "Daily processing" To Ws-Grp-Title(1)
           Move 6 To Ws-Menu-Cnt
           Move "D" To Ws-Menu-Group(1) Ws-Menu-Group(2)
               Ws-Menu-Group(3) Ws-Menu-Group(4)
               Ws-Menu-Group(5) Ws-Menu-Group(6)

           Move "LAB1a"         To Ws-Menu-Label(1)
           Move "Keyed entry, last value"  To Ws-Menu-Title(1)
           Move "lab1a-status.dat" To Ws-Menu-File(1)
           Move "lab1a"          To Ws-Menu-Cmd(1)

           Move "LAB1b"         To Ws-Menu-Label(2)
           Move "Keyed entry, loop"  To Ws-Menu-Title(2)
           Move "lab1b-status.dat" To Ws-Menu-File(2)
           Move "lab1b"          To Ws-Menu-Cmd(2)

           Move "LAB1c"         To Ws-Menu-Label(3)
           Move "Feed posting, first/last"  To Ws-Menu-Title(3)
           Move "lab1c-status.dat" To Ws-Menu-File(3)
           Move "lab1c"          To Ws-Menu-Cmd(3)

           Move "LAB2a"         To Ws-Menu-Label(4)
           Move "Keyed entry, hi/lo/avg"  To Ws-Menu-Title(4)
           Move "lab2a-status.dat" To Ws-Menu-File(4)
           Move "lab2a"          To Ws-Menu-Cmd(4)

           Move "LAB2b"         To Ws-Menu-Label(5)
           Move "Keyed entry sessions"  To Ws-Menu-Title(5)
           Move "lab2b-status.dat" To Ws-Menu-File(5)
           Move "lab2b"          To Ws-Menu-Cmd(5)

           Move "LAB2c"         To Ws-Menu-Label(6)
           Move "Feed posting, hi/lo/avg"  To Ws-Menu-Title(6)
           Move "lab2c-status.dat" To Ws-Menu-File(6)
           Move "lab2c"          To Ws-Menu-Cmd(6).

       Read-All-Status-Paragraph.
           Perform Read-One-Status-Paragraph
               Varying Ws-Menu-Idx From 1 By 1
               Until Ws-Menu-Idx > Ws-Menu-Cnt.

       Read-One-Status-Paragraph.
           If Ws-Menu-File(Ws-Menu-Idx) = Spaces
                   Or Ws-Menu-Group(Ws-Menu-Idx)
                       Not = Ws-Grp-Code(Ws-Grp-Cur) Then
               Exit Paragraph
           End-If
           Move Ws-Menu-File(Ws-Menu-Idx) To Ws-Status-File-Name
           Open Input Status-File
           If Ws-Status-File-Status Not = "35" Then

       Display-Menu-Paragraph.
           Display " "
           Move Spaces To Ws-Menu-Heading
           String "===== " Delimited By Size
               Ws-Grp-Title(Ws-Grp-Cur) Delimited By "  "
               " =====" Delimited By Size
               Into Ws-Menu-Heading
           Display Ws-Menu-Heading
           Perform Display-One-Menu-Paragraph
               Varying Ws-Menu-Choice-Num From 1 By 1
               Until Ws-Menu-Choice-Num > Ws-Sub-Cnt
           Display "B. Back to the main menu"
           Display "Q. Quit".

       Display-One-Menu-Paragraph.
           Move Ws-Menu-Choice-Num To Ws-Menu-Num
           Set Ws-Menu-Idx To Ws-Sub-Map(Ws-Menu-Choice-Num)
           If Ws-Menu-Has-Run(Ws-Menu-Idx) = "Y" Then
               Display Ws-Menu-Num ". " Ws-Menu-Label(Ws-Menu-Idx)
                   " " Ws-Menu-Title(Ws-Menu-Idx)
                   "  (last run " Ws-Menu-Last-Date(Ws-Menu-Idx)
                   " " Ws-Menu-Last-Time(Ws-Menu-Idx)
                   ", " Ws-Menu-Last-Count(Ws-Menu-Idx)
                   " recs)"
           Else
               If Ws-Menu-File(Ws-Menu-Idx) = Spaces Then
                   Display Ws-Menu-Num ". " Ws-Menu-Label(Ws-Menu-Idx)
                       " " Ws-Menu-Title(Ws-Menu-Idx)
               Else
                   Display Ws-Menu-Num ". " Ws-Menu-Label(Ws-Menu-Idx)
                       " " Ws-Menu-Title(Ws-Menu-Idx)
                       "  (never run yet)"
               End-If
           End-If.

       Accept-Menu-Choice-Paragraph.
           Display "Enter a number to run that job, B for the main "
               "menu, or Q to quit: " With No Advancing
           Accept Ws-Menu-Choice.

       Launch-Choice-Paragraph.
           Perform Parse-Choice-Paragraph
           If Ws-Menu-Choice-Num > Ws-Sub-Cnt Then
               Move "N" To Ws-Menu-Valid-Sw
           End-If
           If Ws-Menu-Valid-Sw = "Y" Then
               Set Ws-Menu-Idx To Ws-Sub-Map(Ws-Menu-Choice-Num)
               Move Spaces To Ws-Log-Marker
               String "RUN " Ws-Menu-Label(Ws-Menu-Idx)
                   Delimited By Size Into Ws-Log-Marker
               Perform Write-Log-Line-Paragraph
               Call "SYSTEM" Using Ws-Menu-Cmd(Ws-Menu-Idx)
           Else
               Display "*** Not a valid menu choice - try again ***"
           End-If.
