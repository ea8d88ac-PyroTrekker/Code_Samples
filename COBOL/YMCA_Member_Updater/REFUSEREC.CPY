      ******************************************************************
      * Author: Graham Wenz
      * Date: 06/13/2018
      * Purpose: Shared operator refusal record layout.  YMCA_OPRCHECK
      *          appends one of these to OPRREFUSE every time an
      *          operator is refused - at startup (not on file, not
      *          active, no operator master) or at a function they are
      *          not authorized for - with the program and the branch
      *          the attempt came from.  Read by YMCA_OPRRPT alongside
      *          MBRCHLOG for the executive director's who-did-what
      *          report.  Reason codes are the OPC-REASON-CODE values
      *          (see OPRLINK copybook).
      ******************************************************************
       01  OPERATOR-REFUSAL-RECORD.
           05  ORF-REFUSAL-DATE        PIC 9(8).
           05  ORF-REFUSAL-TIME        PIC 9(6).
           05  ORF-OPERATOR-ID         PIC X(8).
           05  ORF-PROGRAM-NAME        PIC X(20).
           05  ORF-FUNCTION-CODE       PIC X(6).
           05  ORF-BRANCH-CODE         PIC X(3).
           05  ORF-REASON-CODE         PIC X.
