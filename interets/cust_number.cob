           05  CIN-LINE3           PIC X(30).
           05  FILLER              PIC X.
           05  CIN-TAX-STATUS      PIC X.
           05  FILLER              PIC X(75).
 *    * Customer master rebuilt: one record per customer, with the
 *    * address joined from CUST-ADDR.DAT where one is on file
       FD  CUST-OUT.
