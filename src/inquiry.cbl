      *                 lookup of a retired number answers with    *
      *                 the surviving record and a "renumbered     *
      *                 to" note, interactively and in batch.      *
      *  10/15/2026 DO  Journal row widened for the maker-checker  *
      *                 initials; H<num> shows who submitted and   *
      *                 who approved an intraday or repost change. *
      *-----------------------------------------------------------*
      /File definitions
       ENVIRONMENT DIVISION.
           05  JRN-Before-Image        PIC X(68).
           05  JRN-Sep-5               PIC X(01).
           05  JRN-After-Image         PIC X(68).
           05  JRN-Sep-6               PIC X(01).
           05  JRN-Submitter           PIC X(03).
           05  JRN-Sep-7               PIC X(01).
           05  JRN-Approver            PIC X(03).

      *    Cross-reference row - "user-id,user-name,user-num"
       FD  Xref-File.
               ADD 1 TO WS-Hist-Hit-Count
               DISPLAY "  " JRN-Run-Date " MODE " JRN-Run-Mode
                       " " JRN-Action
               IF JRN-Submitter NOT = SPACES
                   DISPLAY "    SUBMITTED BY " JRN-Submitter
                           "  APPROVED BY " JRN-Approver
               END-IF
               IF JRN-Before-Image NOT = SPACES
                   DISPLAY "    BEFORE: " JRN-Before-Image
               END-IF
