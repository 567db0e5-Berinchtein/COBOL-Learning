      *****************************************************************
      * Program name:    GLAC0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - GLACCT chart of accounts
      *                            maintenance (add/change/activate or
      *                            deactivate/list)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLAC0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Every account GLMAP posts to must be on the chart before
      *  GLBL0001 will roll a journal into the period balances. An
      *  account is never deleted - it may carry balances - so it is
      *  made inactive instead, which refuses further postings
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLACCTSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY GLACCTFD.
      *
       COPY JOBLOGFD.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 END-OF-SESSION-SWITCH       PIC X          VALUE "N".
          05 GLACCT-EOF-SWITCH           PIC X          VALUE "N".
             88 GLACCT-EOF                              VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 GLACCT-FILE-STATUS          PIC X(2)       VALUE "00".
             88 GLACCT-FILE-OK                          VALUE "00".
             88 GLACCT-FILE-NOT-FOUND                   VALUE "23" "35".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
          05 JDH-TIME                    PIC 9(6).
          05 FILLER                      PIC X(7).
      *
       01 JOBLOG-STATUS-SWITCH           PIC X(8)       VALUE "NORMAL".
      *
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       01 USER-ENTRIES.
          05 MAINTENANCE-ACTION          PIC 9          VALUE 0.
          05 ACCOUNT-ENTRY               PIC X(8).
          05 ACCOUNT-TYPE-ENTRY          PIC X.
             88 ACCOUNT-TYPE-VALID                      VALUE "A" "L"
                                                              "Q" "R"
                                                              "X".
          05 DESCRIPTION-ENTRY           PIC X(30).
          05 CONFIRM-ENTRY               PIC X          VALUE "N".
      *
       01 WORK-FIELDS.
          05 ACCOUNTS-LISTED             PIC 9(5)       VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 010-OPEN-GLACCT.
           PERFORM 100-PROCESS-ONE-ACTION THRU 100-EXIT
              UNTIL (END-OF-SESSION-SWITCH = "Y").
           PERFORM 900-SHUTDOWN-GLACCT.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine opens GLACCT, creating it on first-ever use
      ******************************************************************
       010-OPEN-GLACCT.
      *
           OPEN I-O GLACCT.
           IF GLACCT-FILE-NOT-FOUND
              OPEN OUTPUT GLACCT
              CLOSE GLACCT
              OPEN I-O GLACCT
           END-IF.
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
      *
      ******************************************************************
      *  This routine prints the maintenance menu, accepts a choice
      *  and routes it to the requested action
      ******************************************************************
       100-PROCESS-ONE-ACTION.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "GL CHART OF ACCOUNTS MAINTENANCE".
           DISPLAY SEPARATOR-LINE.
           DISPLAY "  1 - ADD AN ACCOUNT".
           DISPLAY "  2 - CHANGE AN ACCOUNT".
           DISPLAY "  3 - ACTIVATE OR DEACTIVATE AN ACCOUNT".
           DISPLAY "  4 - LIST ALL ACCOUNTS".
           DISPLAY "  0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE:".
           ACCEPT MAINTENANCE-ACTION.
           EVALUATE MAINTENANCE-ACTION
              WHEN 1
                 PERFORM 200-ADD-ACCOUNT
              WHEN 2
                 PERFORM 300-CHANGE-ACCOUNT
              WHEN 3
                 PERFORM 400-TOGGLE-ACCOUNT
              WHEN 4
                 PERFORM 500-LIST-ACCOUNTS
              WHEN 0
                 MOVE "Y" TO END-OF-SESSION-SWITCH
              WHEN OTHER
                 DISPLAY "INVALID CHOICE. VEUILLEZ REESSAYER."
           END-EVALUATE.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine asks the account number for whichever action
      *  needs one
      ******************************************************************
       210-ASK-ACCOUNT.
      *
           DISPLAY "ENTER THE GL ACCOUNT (8 CHARACTERS):".
           ACCEPT ACCOUNT-ENTRY.
           IF (ACCOUNT-ENTRY = SPACES)
              DISPLAY "ACCOUNT CANNOT BE BLANK. VEUILLEZ REESSAYER."
              GO TO 210-ASK-ACCOUNT
           END-IF.
      *
      ******************************************************************
      *  This routine asks the account type - A asset, L liability,
      *  Q equity, R revenue, X expense
      ******************************************************************
       220-ASK-ACCOUNT-TYPE.
      *
           DISPLAY "ENTER THE ACCOUNT TYPE (A=ASSET L=LIABILITY "
                   "Q=EQUITY R=REVENUE X=EXPENSE):".
           ACCEPT ACCOUNT-TYPE-ENTRY.
           IF (NOT ACCOUNT-TYPE-VALID)
              DISPLAY "ACCOUNT TYPE MUST BE A, L, Q, R OR X. "
                      "VEUILLEZ REESSAYER."
              GO TO 220-ASK-ACCOUNT-TYPE
           END-IF.
      *
      ******************************************************************
      *  This routine asks the account description, refusing blank
      ******************************************************************
       230-ASK-DESCRIPTION.
      *
           DISPLAY "ENTER THE DESCRIPTION (30 CHARACTERS):".
           ACCEPT DESCRIPTION-ENTRY.
           IF (DESCRIPTION-ENTRY = SPACES)
              DISPLAY "DESCRIPTION CANNOT BE BLANK. "
                      "VEUILLEZ REESSAYER."
              GO TO 230-ASK-DESCRIPTION
           END-IF.
      *
      ******************************************************************
      *  This routine adds a new active account - an account already
      *  on the chart is rejected
      ******************************************************************
       200-ADD-ACCOUNT.
      *
           PERFORM 210-ASK-ACCOUNT.
           MOVE ACCOUNT-ENTRY TO GA-ACCOUNT.
           READ GLACCT
              INVALID KEY
                 PERFORM 220-ASK-ACCOUNT-TYPE
                 PERFORM 230-ASK-DESCRIPTION
                 MOVE SPACES             TO GLACCT-RECORD
                 MOVE ACCOUNT-ENTRY      TO GA-ACCOUNT
                 MOVE ACCOUNT-TYPE-ENTRY TO GA-ACCOUNT-TYPE
                 MOVE DESCRIPTION-ENTRY  TO GA-DESCRIPTION
                 MOVE "A"                TO GA-STATUS-SWITCH
                 MOVE FUNCTION CURRENT-DATE (1:8)
                    TO GA-DATE-CREATED
                 WRITE GLACCT-RECORD
                 DISPLAY "ACCOUNT " GA-ACCOUNT " ADDED."
              NOT INVALID KEY
                 DISPLAY "ACCOUNT " ACCOUNT-ENTRY
                         " IS ALREADY ON THE CHART. USE CHANGE "
                         "INSTEAD."
           END-READ.
      *
      ******************************************************************
      *  This routine re-enters the type and description of an
      *  existing account - a type change moves the account between
      *  the balance sheet and the income statement, so it must be
      *  confirmed
      ******************************************************************
       300-CHANGE-ACCOUNT.
      *
           PERFORM 210-ASK-ACCOUNT.
           MOVE ACCOUNT-ENTRY TO GA-ACCOUNT.
           READ GLACCT
              INVALID KEY
                 DISPLAY "ACCOUNT " ACCOUNT-ENTRY
                         " IS NOT ON THE CHART."
              NOT INVALID KEY
                 DISPLAY "CURRENT TYPE: " GA-ACCOUNT-TYPE
                         "  DESCRIPTION: " GA-DESCRIPTION
                 PERFORM 220-ASK-ACCOUNT-TYPE
                 PERFORM 230-ASK-DESCRIPTION
                 MOVE "Y" TO CONFIRM-ENTRY
                 IF (ACCOUNT-TYPE-ENTRY NOT = GA-ACCOUNT-TYPE)
                    DISPLAY "THE TYPE CHANGES FROM " GA-ACCOUNT-TYPE
                            " TO " ACCOUNT-TYPE-ENTRY
                            ". ENTER Y TO PROCEED:"
                    ACCEPT CONFIRM-ENTRY
                 END-IF
                 IF (CONFIRM-ENTRY = "Y" OR "y")
                    MOVE ACCOUNT-TYPE-ENTRY TO GA-ACCOUNT-TYPE
                    MOVE DESCRIPTION-ENTRY  TO GA-DESCRIPTION
                    REWRITE GLACCT-RECORD
                    DISPLAY "ACCOUNT CHANGED."
                 ELSE
                    DISPLAY "CHANGE ABANDONED - ACCOUNT LEFT AS IT "
                            "WAS."
                 END-IF
           END-READ.
      *
      ******************************************************************
      *  This routine makes an active account inactive or the other
      *  way round - an inactive account refuses postings
      ******************************************************************
       400-TOGGLE-ACCOUNT.
      *
           PERFORM 210-ASK-ACCOUNT.
           MOVE ACCOUNT-ENTRY TO GA-ACCOUNT.
           READ GLACCT
              INVALID KEY
                 DISPLAY "ACCOUNT " ACCOUNT-ENTRY
                         " IS NOT ON THE CHART."
              NOT INVALID KEY
                 IF GA-INACTIVE
                    MOVE "A" TO GA-STATUS-SWITCH
                    REWRITE GLACCT-RECORD
                    DISPLAY "ACCOUNT " GA-ACCOUNT " IS ACTIVE AGAIN."
                 ELSE
                    MOVE "I" TO GA-STATUS-SWITCH
                    REWRITE GLACCT-RECORD
                    DISPLAY "ACCOUNT " GA-ACCOUNT " IS INACTIVE - "
                            "JOURNALS POSTING TO IT WILL BE REFUSED."
                 END-IF
           END-READ.
      *
      ******************************************************************
      *  This routine lists every account on GLACCT in key order
      ******************************************************************
       500-LIST-ACCOUNTS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ACCOUNT  T DESCRIPTION                    S DATE".
           MOVE 0 TO ACCOUNTS-LISTED.
           MOVE "N" TO GLACCT-EOF-SWITCH.
           MOVE LOW-VALUES TO GA-ACCOUNT.
           START GLACCT KEY IS NOT LESS THAN GA-ACCOUNT
              INVALID KEY
                 DISPLAY "NO ACCOUNTS RECORDED ON GLACCT."
                 MOVE "Y" TO GLACCT-EOF-SWITCH
           END-START.
           PERFORM UNTIL GLACCT-EOF
              READ GLACCT NEXT RECORD
                 AT END
                    MOVE "Y" TO GLACCT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO ACCOUNTS-LISTED
                    DISPLAY GA-ACCOUNT " " GA-ACCOUNT-TYPE " "
                            GA-DESCRIPTION " " GA-STATUS-SWITCH " "
                            GA-DATE-CREATED
              END-READ
           END-PERFORM.
           DISPLAY ACCOUNTS-LISTED " ACCOUNT(S) ON THE CHART.".
      *
      ******************************************************************
      *  This routine closes GLACCT at end of session
      ******************************************************************
       900-SHUTDOWN-GLACCT.
      *
           CLOSE GLACCT.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "GLAC0001" TO JL-PROGRAM-ID.
           MOVE JOBLOG-START-SAUVEGARDE TO JL-START-TIMESTAMP.
           IF (OPERATEUR-SIGNON = LOW-VALUES)
              MOVE SPACES TO JL-OPERATOR-ID
           ELSE
              MOVE OPERATEUR-SIGNON TO JL-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JL-END-TIMESTAMP (1:8).
           MOVE JDH-TIME TO JL-END-TIMESTAMP (9:6).
           MOVE JOBLOG-STATUS-SWITCH TO JL-STATUS.
           WRITE JOBLOG-RECORD.
           CLOSE JOBLOG.
      *
