       SELECT SnapFile ASSIGN TO DYNAMIC WSnapName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-snap-status.
      *> Joint owners and signers on the customer's accounts are
      *> named on the primary's page - acctrel.txt says who, and a
      *> second, keyed view of the master gives their names without
      *> disturbing the sequential pass.
       SELECT RelFile ASSIGN TO "acctrel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rel-status.
       SELECT NameFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NmIDnum
           FILE STATUS IS ws-nm-status.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
       FD SnapFile.
       01 SnapRecord.
           COPY "snaprec.cpy".
       FD RelFile.
       01 RelRecord.
           COPY "relrec.cpy".
      *> Only the key and the name are wanted off this view - the
      *> rest of the record rides in FILLER so none of the
      *> custrec.cpy names are declared twice.
       FD NameFile.
       01 NameRecord.
           02 NmIDnum PIC 9(5).
           02 FILLER PIC X(11).
           02 NmFName PIC X(15).
           02 NmLName PIC X(15).
           02 FILLER PIC X(145).
       WORKING-STORAGE SECTION.
       01 WParmPeriod PIC 9(6) VALUE 0.
       01 WParmArcFrom PIC 9(6) VALUE 0.
               88 WS-SNAP-SEEDED VALUE "Y".
           02 WS-SNAPEOF-SW PIC X(1) VALUE "N".
               88 WS-SNAPEOF VALUE "Y".
           02 WS-REL-EOF-SW PIC X(1) VALUE "N".
               88 WS-REL-EOF VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-l-status PIC X(2).
       01 ws-tarc-status PIC X(2).
       01 ws-larc-status PIC X(2).
       01 ws-sort-status PIC X(2).
       01 ws-rel-status PIC X(2).
       01 ws-nm-status PIC X(2).
      *> Every joint-owner and signer line on acctrel.txt, loaded
      *> once so each page scans memory instead of the file. Links
      *> past the table print on no page and are counted for the
      *> run's closing message.
       01 WRlTable.
           02 WRlEntry OCCURS 500.
               03 WRlAcIDnum PIC 9(5).
               03 WRlAcType PIC X(1).
               03 WRlIDnum PIC 9(5).
               03 WRlRole PIC X(1).
       01 WRlUsed PIC 9(3) VALUE 0.
       01 WRlSub PIC 9(3).
       01 WRlDrop PIC 9(5) VALUE 0.
       01 WPartyLine.
           02 WPRole PIC X(18).
           02 WPAcType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WPIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WPName PIC X(31).
       01 WHeadLine.
           02 FILLER PIC X(14) VALUE "STATEMENT FOR ".
           02 WHIDnum PIC 9(5).
               DELIMITED BY SIZE INTO WSnapName.

           PERFORM sortMonthEntries.
           PERFORM loadRelations.

      *> customers.dat may not exist yet - status 35 just means there
      *> is no one to print a statement for. Reading a file that
           OPEN OUTPUT RFile
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               OPEN INPUT NameFile
               PERFORM statementForCustomer UNTIL WS-EOF
               CLOSE NameFile
               CLOSE DFile
           END-IF
           CLOSE RFile.
           IF WRlDrop > 0
               DISPLAY "WARNING: "WRlDrop" acctrel.txt links past "
                   "the table - not named on any statement"
           END-IF
           DISPLAY "Statements written to statements.rpt".
       GOBACK.

               EVALUATE TType
                   WHEN "P"
                   WHEN "R"
                   WHEN "V"
                   WHEN "F"
                   WHEN "N"
                   WHEN "X"
                       SUBTRACT TAmount FROM WCloseDebt
                   WHEN "S"
                   WHEN "B"
                   WHEN "Q"
                   WHEN "D"
                       ADD TAmount TO WCloseDebt
                   WHEN "Y"
                       CONTINUE
                   WHEN OTHER
                       MOVE TAmount TO WCloseDebt
                       SET WS-ANCHOR TO TRUE
               STRING "OVERDRAFT OUTSTANDING " Overdraft
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
           END-IF
           PERFORM listAccountParties
               VARYING WRlSub FROM 1 BY 1
               UNTIL WRlSub > WRlUsed.

      *> The statement goes to the primary owner - the IDnum the
      *> accounts are filed under - and names everyone else on
      *> them. A linked customer whose record has gone prints with
      *> the name blank rather than dropping off the page.
       listAccountParties.
           IF WRlAcIDnum(WRlSub) = WIDnum
               IF WRlRole(WRlSub) = "J"
                   MOVE "JOINT OWNER" TO WPRole
               ELSE
                   MOVE "AUTHORIZED SIGNER" TO WPRole
               END-IF
               MOVE WRlAcType(WRlSub) TO WPAcType
               MOVE WRlIDnum(WRlSub) TO WPIDnum
               MOVE SPACES TO WPName
               MOVE WRlIDnum(WRlSub) TO NmIDnum
               READ NameFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING NmFName DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           NmLName DELIMITED BY SPACE
                           INTO WPName
               END-READ
               MOVE WPartyLine TO RLine
               WRITE RLine
           END-IF.

      *> acctrel.txt may not exist yet - status 35 just means no
      *> account has a second party, and reading a file that
      *> failed to open never reaches AT END, so the loop must be
      *> skipped outright. The primary's own "P" lines are left
      *> out - the page is already theirs.
       loadRelations.
           OPEN INPUT RelFile
           IF ws-rel-status NOT = "35"
               PERFORM loadOneRelation UNTIL WS-REL-EOF
               CLOSE RelFile
           END-IF.

       loadOneRelation.
           READ RelFile
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   IF RlJoint OR RlSigner
                       IF WRlUsed < 500
                           ADD 1 TO WRlUsed
                           MOVE RlAcIDnum TO WRlAcIDnum(WRlUsed)
                           MOVE RlAcType TO WRlAcType(WRlUsed)
                           MOVE RlIDnum TO WRlIDnum(WRlUsed)
                           MOVE RlRole TO WRlRole(WRlUsed)
                       ELSE
                           ADD 1 TO WRlDrop
                       END-IF
                   END-IF
           END-READ.

      *> Rereads the sorted month file for this customer's postings.
      *> stmtsort.tmp always exists by now - sortMonthEntries created
      *> it even when both ledgers were empty.
