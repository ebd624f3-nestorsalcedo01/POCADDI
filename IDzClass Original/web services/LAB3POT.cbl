      *  Receive customer #, read VSAM,  move data  to COMMAREA       *
      *  Update/add functions rewrite or write the record under the   *
      *  proper read-for-update protocol; a browse function returns   *
      *  a page of customers for pick-lists (see COMAREA); a surname  *
      *  search pages through the customers with a given last name    *
      *  over the alternate index, for callers who know the name but  *
      *  not the number                                               *
      *  ENVIRONMENT : CICS, COBOL II                                 *
      *  CICS TRANSACTION NAME : NONE                                 *
      *  SUBROUTINE: NONE                                             *
      *  VSAM FILES:  DNET045.WDZV7.POT                               *
      *               DNET045.WDZV7.POT.SNAME.PATH - PATH OVER        *
      *               THE NON-UNIQUE CUST-LN ALTERNATE INDEX,         *
      *               FCT POTNAME, FOR THE SURNAME SEARCH             *
      *****************************************************************
      ***   MODIFICATIONS                                            **
      *** WHO   DATE    CHANGE                                       **
      *** AP  08/22/26  REMOVED THE 1-10 CUSTOMER CEILING; NOT-FOUND **
      ***               NOW COMES FROM THE VSAM READ ITSELF          **
      *** AP  08/22/26  ADDED UPDATE, ADD AND BROWSE FUNCTIONS       **
      *** AP  10/15/26  ADDED SURNAME SEARCH (FUNC S) OVER THE       **
      ***               POTNAME ALTERNATE INDEX PATH                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-ROW                 PIC S9(4)    VALUE 0  COMP.
           05  WS-BROWSE-KEY          PIC 9(5)     VALUE 0.
           05  WS-PAGE-SIZE           PIC S9(4)    VALUE 0  COMP.
      * Surname-search work fields.  WS-RECORDS-READ counts the
      * records of the surname read so far - the position a
      * continuation call resumes from (SearchResume)
           05  WS-SEARCH-SNAME        PIC X(20)    VALUE SPACES.
           05  WS-RECORDS-READ        PIC S9(8)    VALUE 0  COMP.
           05  WS-RESUME-AFTER        PIC S9(8)    VALUE 0  COMP.
           05  WS-LAST-ROW-READ       PIC S9(8)    VALUE 0  COMP.
           05  WS-FN-LEN              PIC S9(4)    VALUE 0  COMP.
           05  WS-FN-IX               PIC S9(4)    VALUE 0  COMP.
           05  WS-SEARCH-DONE         PIC X        VALUE 'N'.
      * Address-edit work fields.  ZIPREF is the shop-wide postal
      * reference (zip/city/state) that the ZIPVAL1 batch routine
      * loads; a CICS program cannot CALL that routine, so the same
                   PERFORM 0800-POTVSAM-BROWSE
               WHEN 'D'
                   PERFORM 1000-POTVSAM-DELETE
               WHEN 'S'
                   PERFORM 1200-POTVSAM-SURNAME-SEARCH
               WHEN OTHER
                   MOVE 'Func must be R, U, A, B, D or S' TO Msg
                   MOVE -1 TO RetCode
           END-EVALUATE.
           EXEC CICS RETURN
           END-EXEC.
           IF WS-JRN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'WARNING: CHANGE JOURNAL WRITE FAILED' TO Msg
           END-IF.
      ******************************************************************
      * SURNAME SEARCH - STARTBR ON THE POTNAME PATH AT LastName AND  *
      * READNEXT THROUGH THE CUSTOMERS CARRYING THAT SURNAME, KEEPING *
      * THOSE WHOSE FIRST NAME STARTS WITH FirstName (WHEN GIVEN) AND *
      * WHOSE STATE IS State (WHEN GIVEN), A PAGE AT A TIME AS THE    *
      * RANGE BROWSE DOES.  THE PATH KEY IS NOT UNIQUE, SO A PAGE     *
      * CANNOT RESTART FROM A KEY: SearchResume CARRIES THE COUNT OF  *
      * THE SURNAME'S RECORDS ALREADY PASSED AND A CONTINUATION CALL  *
      * READS PAST THAT MANY BEFORE FILLING THE NEXT PAGE (THE NACT   *
      * NAME BROWSE WORKS THE SAME WAY)                               *
      ******************************************************************
       1200-POTVSAM-SURNAME-SEARCH.
           MOVE 0 TO BrowseCount.
           MOVE 'N' TO MoreData.
           IF LastName = SPACES
               MOVE 'LAST NAME MUST NOT BE BLANK' TO Msg
               MOVE -1 TO RetCode
           ELSE
             IF BrowseWanted NUMERIC
                AND BrowseWanted > 0 AND BrowseWanted < 6
                 MOVE BrowseWanted TO WS-PAGE-SIZE
             ELSE
                 MOVE 5 TO WS-PAGE-SIZE
             END-IF
             IF SearchResume NUMERIC
                 MOVE SearchResume TO WS-RESUME-AFTER
             ELSE
                 MOVE 0 TO WS-RESUME-AFTER
             END-IF
             MOVE 0 TO SearchResume
             MOVE 0 TO WS-FN-LEN
             MOVE 15 TO WS-FN-IX
             PERFORM 1290-FIND-PREFIX-LENGTH
                 UNTIL WS-FN-IX = 0
             MOVE LastName TO WS-SEARCH-SNAME
             MOVE 0 TO WS-RECORDS-READ
             MOVE 0 TO WS-LAST-ROW-READ
             EXEC CICS STARTBR
                      FILE   ('POTNAME')
                      RIDFLD ( WS-SEARCH-SNAME )
                      EQUAL
                      RESP   (WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'NO CUSTOMERS WITH THAT LAST NAME' TO Msg
             ELSE
             IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'SEARCH START FAILED' TO Msg
                 MOVE -1 TO RetCode
             ELSE
                 MOVE 'N' TO WS-SEARCH-DONE
                 PERFORM 1250-READ-NEXT-BY-SURNAME
                     UNTIL WS-SEARCH-DONE = 'Y'
                 EXEC CICS ENDBR
                          FILE ('POTNAME')
                          RESP (WS-RESP)
                 END-EXEC
                 IF BrowseCount = 0
                     MOVE 'NO CUSTOMERS MATCH THE SEARCH' TO Msg
                 END-IF
             END-IF
             END-IF
           END-IF.
       1250-READ-NEXT-BY-SURNAME.
           EXEC CICS READNEXT
                    FILE   ('POTNAME')
                    INTO   ( POTVSAM-RECORD-REC )
                    LENGTH (LENGTH OF POTVSAM-RECORD-REC )
                    RIDFLD ( WS-SEARCH-SNAME )
                    RESP   (WS-RESP)
           END-EXEC.
      * DUPKEY IS THE NORMAL ANSWER FOR ALL BUT THE LAST CUSTOMER OF A
      * SURNAME; END OF FILE OR THE NEXT SURNAME ENDS THE SEARCH
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(DUPKEY)
               MOVE 'Y' TO WS-SEARCH-DONE
           ELSE
           IF CUST-LN NOT = LastName
               MOVE 'Y' TO WS-SEARCH-DONE
           ELSE
               ADD 1 TO WS-RECORDS-READ
               IF WS-RECORDS-READ > WS-RESUME-AFTER
                  AND ( WS-FN-LEN = 0
                     OR CUST-FN (1:WS-FN-LEN) =
                        FirstName (1:WS-FN-LEN) )
                  AND ( State = SPACES OR CUST-ST = State )
                   IF BrowseCount < WS-PAGE-SIZE
                       ADD 1 TO BrowseCount
                       MOVE BrowseCount TO WS-ROW
                       MOVE CUST-NO   TO B-CustNo (WS-ROW)
                       MOVE CUST-LN   TO B-LastName (WS-ROW)
                       MOVE CUST-FN   TO B-FirstName (WS-ROW)
                       MOVE CUST-CITY TO B-City (WS-ROW)
                       MOVE WS-RECORDS-READ TO WS-LAST-ROW-READ
                   ELSE
      * one more match exists past the page, so another page follows;
      * the next call resumes after the last customer returned
                       MOVE 'Y' TO MoreData
                       MOVE WS-LAST-ROW-READ TO SearchResume
                       MOVE 'Y' TO WS-SEARCH-DONE
                   END-IF
               END-IF
           END-IF
           END-IF.
      * LENGTH OF THE FirstName PREFIX - ITS LAST NON-BLANK POSITION
       1290-FIND-PREFIX-LENGTH.
           IF FirstName (WS-FN-IX:1) NOT = SPACE
               MOVE WS-FN-IX TO WS-FN-LEN
               MOVE 0 TO WS-FN-IX
           ELSE
               SUBTRACT 1 FROM WS-FN-IX
           END-IF.
