      * ONCALL - on-call roster (LAB_ONCALL, default lab-oncall.dat):
      * one record per rota period, OCL-FROM-DATE through
      * OCL-TO-DATE inclusive, naming the primary on-call, the
      * backup, and the supervisor the last stage escalates to,
      * each with the contact (phone, pager, or mail address) the
      * notification goes to. LABESCAL takes the first row whose
      * range covers the day it runs - the people on call now,
      * not the ones on call when the alert was raised. The IDs
      * are USERS.dat IDs. Maintained through LABOCLMN.
       01  Oncall-Record.
           05  OCL-FROM-DATE       Pic 9(8).
           05  OCL-TO-DATE         Pic 9(8).
           05  OCL-PRIMARY         Pic X(10).
           05  OCL-PRI-CONTACT     Pic X(30).
           05  OCL-BACKUP          Pic X(10).
           05  OCL-BAK-CONTACT     Pic X(30).
           05  OCL-SUPERVISOR      Pic X(10).
           05  OCL-SUP-CONTACT     Pic X(30).
           05  FILLER              Pic X(04).
