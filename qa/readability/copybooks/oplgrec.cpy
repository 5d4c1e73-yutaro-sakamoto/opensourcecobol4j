      * shared operator-action log record for PROGOPLG.DAT, one per
      * sensitive operator action, written just before the action
      * takes effect (an action that cannot be logged is not taken):
      * the date and time oplgsub stamps, the program and stream
      * prefix, the action, the operator id and reason code keyed for
      * it, the second approver id where the action needs one (blank
      * otherwise) and the value before and after the action. written
      * through oplgsub by balclr, excrep and inmaint; reported by
      * oplgrpt.
       01  OPERATOR-LOG-RECORD.
           05 OPLG-DATE             pic 9(8).
           05 OPLG-TIME             pic 9(6).
           05 OPLG-PROGRAM          pic x(8).
           05 OPLG-PREFIX           pic x(8).
           05 OPLG-ACTION           pic x(16).
           05 OPLG-OPERATOR-ID      pic x(8).
           05 OPLG-APPROVER-ID      pic x(8).
           05 OPLG-REASON-CODE      pic x(4).
           05 OPLG-BEFORE-VALUE     pic x(40).
           05 OPLG-AFTER-VALUE      pic x(40).
