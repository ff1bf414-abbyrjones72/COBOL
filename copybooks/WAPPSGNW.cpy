      * COPYed into every program whose destructive phase needs a
      * second supervisor's approval. The program must also COPY
      * WOPRSGNW, since the approver is checked against the operator
      * who signed the run on. A program approving one line at a
      * time rather than a whole run sets APPROVAL-MAY-BE-DECLINED
      * to "Y" and zeroes the tries before each approval.
      ******************************************************************
       01  APPROVER-ID               PIC X(10).
       01  APPROVER-PASSWORD         PIC X(10).
       01  APPROVER-AUTHORITY        PIC 9.
       01  APPROVER-SIGNON-OK        PIC X.
       01  APPROVER-SIGNON-TRIES     PIC 9 VALUE ZERO.
       01  APPROVAL-MAY-BE-DECLINED  PIC X VALUE "N".
