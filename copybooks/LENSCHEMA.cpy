      *>----------------------------------------------------------------
      *> LENSCHEMA.cpy
      *> Call interface of LeningSchema -- the question (loan and
      *> month) and the answer (that month's row of the loan's
      *> schedule in force). LSC-GEVONDEN:
      *>   J  the row is there (a payment-holiday month has a zero
      *>      LSC-TERMIJN)
      *>   V  the month lies before the loan's first installment
      *>   E  the month lies past the end of the schedule in force
      *>   N  the loan was never restructured -- there is no kept
      *>      schedule and the caller's own annuity arithmetic on
      *>      Leningen-Master.csv still holds
      *> LSC-VERSIE is the loan's latest version (0 = original) and
      *> LSC-BEGIN the month of its first installment.
      *>----------------------------------------------------------------
       01  LSC-VRAAG.
           05  LSC-LENING              pic x(08).
           05  LSC-MAAND               pic x(07).
       01  LSC-ANTWOORD.
           05  LSC-GEVONDEN            pic x(01).
           05  LSC-VERSIE              pic 9(03).
           05  LSC-BEGIN               pic x(07).
           05  LSC-TERMIJN             pic 9(07)V99.
           05  LSC-RENTE               pic 9(07)V99.
           05  LSC-AFLOSSING           pic 9(09)V99.
           05  LSC-SALDO               pic 9(09)V99.
