      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/13/2018
      * Purpose: Shared linkage interface for the YMCA_OPRCHECK
      *          operator authority subprogram.  The caller fills in
      *          the operator, its own program name, the function
      *          about to run (SIGNON at startup - the operator need
      *          only be on file and active) and the desk branch if it
      *          has one, then CALLs YMCA_OPRCHECK.  OPC-AUTHORIZED
      *          comes back set or not; a refusal has already been
      *          appended to OPRREFUSE (see REFUSEREC copybook) and
      *          OPC-REFUSAL-TEXT says why, for the caller to display.
      ******************************************************************
       01  OPERATOR-CHECK-AREA.
           05  OPC-OPERATOR-ID         PIC X(8).
           05  OPC-PROGRAM-NAME        PIC X(20).
           05  OPC-FUNCTION-CODE       PIC X(6).
               88  OPC-SIGN-ON                        VALUE "SIGNON".
           05  OPC-BRANCH-CODE         PIC X(3).
           05  OPC-RESULT-CODE         PIC X.
               88  OPC-AUTHORIZED                     VALUE "Y".
           05  OPC-REASON-CODE         PIC X.
               88  OPC-NO-MASTER                      VALUE "M".
               88  OPC-NOT-ON-FILE                    VALUE "N".
               88  OPC-NOT-ACTIVE                     VALUE "I".
               88  OPC-NOT-AUTHORIZED                 VALUE "F".
           05  OPC-OPERATOR-NAME       PIC X(20).
           05  OPC-HOME-BRANCH         PIC X(3).
           05  OPC-REFUSAL-TEXT        PIC X(40).
