      ******************************************************************
      * Author: Graham Wenz
      * Date: 05/16/2018
      * Purpose: Shared trainer appointment record layout.  One record
      *          per booked half-hour slot, keyed on trainer, date, and
      *          slot start time, written by YMCA_APPTBOOK at the
      *          fitness desk in place of the paper appointment book.
      *          The alternate key carries the member, date, and slot
      *          so a member cannot be booked with two trainers at
      *          once.  A cancelled or rescheduled booking stays on the
      *          file with its status until the slot is booked again.
      *          YMCA_APPTSHEET prints each trainer's day from it, and
      *          YMCA_APPTRECON matches the day's bookings to the
      *          sessions YMCA_SESSLOG wrote to SESSFILE.
      *
      *          STATUS CODES: B = BOOKED, K = KEPT (MATCHED TO A LOGGED
      *          SESSION), N = MEMBER NO-SHOW, X = CANCELLED,
      *          L = LATE-CANCELLED (SAME DAY), R = RESCHEDULED AWAY.
      ******************************************************************
       01  APPOINTMENT-RECORD.
           05  APT-APPT-KEY.
               10  APT-TRAINER-ID      PIC X(8).
               10  APT-APPT-DATE       PIC 9(8).
      *        SLOT START, 24-HOUR HHMM, ON THE HOUR OR HALF HOUR
               10  APT-TIME-SLOT       PIC 9(4).
           05  APT-MEMBER-KEY.
               10  APT-CARD-NUMBER     PIC 9(6).
               10  APT-MEMBER-DATE     PIC 9(8).
               10  APT-MEMBER-SLOT     PIC 9(4).
      *    C = CLASS/TRAINING SESSION, M = MASSAGE - AS ON SESSFILE
           05  APT-SERVICE-TYPE        PIC X.
           05  APT-STATUS              PIC X.
               88  APT-BOOKED                         VALUE "B".
               88  APT-KEPT                           VALUE "K".
               88  APT-NO-SHOW                        VALUE "N".
               88  APT-CANCELLED                      VALUE "X".
               88  APT-LATE-CANCELLED                 VALUE "L".
               88  APT-RESCHEDULED                    VALUE "R".
               88  APT-HOLDS-SLOT                VALUES "B", "K", "N".
           05  APT-BOOKED-DATE         PIC 9(8).
           05  APT-CHANGED-DATE        PIC 9(8).
      *    Y = THE LATE-CANCEL OR NO-SHOW FEE IS ON ARITEMS
           05  APT-FEE-POSTED          PIC X.
               88  APT-FEE-IS-POSTED                  VALUE "Y".
