      *    'D'        - delete the customer.  ConfirmDel must be 'Y' *
      *                 or the request is refused - a safeguard so a *
      *                 stray function code cannot remove a record   *
      *    'S'        - surname search: a page of the customers whose *
      *                 last name is LastName, narrowed to first      *
      *                 names starting with FirstName and to State    *
      *                 when those are given.  Page size and MoreData *
      *                 as for 'B'; SearchResume must be zero on the  *
      *                 first call - to page forward, call again with *
      *                 the same search and SearchResume as returned  *
      *  RetCode is zero on success, -1 on any failure, with Msg      *
      *  saying why.                                                  *
      *****************************************************************
               10  B-FirstName        PIC X(15).
               10  B-City             PIC X(20).
           05  ConfirmDel             PIC X.
           05  SearchResume           PIC 9(5).
