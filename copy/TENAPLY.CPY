      *> ----------------------------------------------------------
      *> TENAPLY.CPY
      *> Shared calling parameters for the TENAPLY payment
      *> allocation subprogram.  COPY this into WORKING-STORAGE in
      *> any program that posts money against AMOUNT-PAID or
      *> reports what a unit still owes, and it is also COPYed
      *> into TENAPLY's own LINKAGE SECTION.  Set the unit-key,
      *> the company code, the unit's RENT-AMOUNT and its
      *> AMOUNT-PAID before this payment, and a function, and
      *> CALL "TENAPLY" USING TENAPLY-PARMS:
      *>     P  spend TENAPLY-AMOUNT across the unit's open charges
      *>        in the company's payorder.dat order and append the
      *>        payalloc.dat detail under the payment date,
      *>        receipt, method and program given
      *>     I  inquiry only: the open charges, nothing written
      *> The open charges come back in TENAPLY-ITEM, each with
      *> what is still owed on it and what this payment paid, and
      *> TENAPLY-UNAPPLIED is any overpayment left over.
      *> payorder.dat is loaded on the first call, the TENFEEL
      *> convention.
      *> ----------------------------------------------------------
       01  TENAPLY-PARMS.
           05  TENAPLY-FUNCTION        picture is X(01).
               88  TENAPLY-POST                value "P".
               88  TENAPLY-INQUIRE             value "I".
           05  TENAPLY-COMPANY         picture is 9(02).
           05  TENAPLY-BUILDING        picture is 9(02).
           05  TENAPLY-APTNUM          picture is 9(04).
           05  TENAPLY-RENT            picture is 9(05)V99.
           05  TENAPLY-PRIOR-PAID      picture is 9(05)V99.
           05  TENAPLY-PAY-DATE        picture is 9(08).
           05  TENAPLY-AMOUNT          picture is 9(05)V99.
           05  TENAPLY-RECEIPT-NO      picture is 9(06).
           05  TENAPLY-METHOD          picture is X(01).
           05  TENAPLY-PROGRAM         picture is X(08).
           05  TENAPLY-ORDER           picture is X(07).
           05  TENAPLY-ALLOC-COUNT     picture is 9(02).
           05  TENAPLY-UNAPPLIED       picture is 9(05)V99.
           05  TENAPLY-OPEN-TOTAL      picture is 9(07)V99.
           05  TENAPLY-ITEM-COUNT      picture is 9(02).
           05  TENAPLY-ITEM occurs 40 times.
               10  TENAPLY-ITEM-CLASS      picture is X(01).
               10  TENAPLY-ITEM-DATE       picture is 9(08).
               10  TENAPLY-ITEM-REFERENCE  picture is 9(05).
               10  TENAPLY-ITEM-OPEN       picture is 9(05)V99.
               10  TENAPLY-ITEM-APPLIED    picture is 9(05)V99.
