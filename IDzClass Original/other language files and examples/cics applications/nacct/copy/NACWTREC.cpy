002700*    Mar 2009   AP    Added BALDO (current balance) and status
002800*                     conditions to support the browse-by-
002900*                     balance/status enquiry added to NACT05.
002910*    Oct 2026   AP    BALDO documented as the amount owed.
003000*
003100     20  ACCTDO                          PIC X(5)  VALUE SPACES.
003200*
004000* The current balance of the account. This is held as a signed
004100* numeric field, with the sign kept as a separate leading
004200* character so that the whole field remains simple displayable
004300* text, rather than packed decimal, for ease of translation.
004400*
004410* The balance is the amount the account holder owes, compared
004420* directly with LIMITDO below: a charge (a posting of type 'C')
004430* raises it and a payment (type 'D') lowers it.  A holder who
004440* has paid more than was owed is in credit, and the balance
004450* then carries a leading '-'.
004500*
004600     20  BALDO                     PIC S9(7)V99
004700                                   SIGN LEADING SEPARATE
