      *> LEGALHOLD-RECORD.cpy
      *> Record layout for LEGALHOLD-FILE, the legal hold register:
      *> one row per hold legal has asked us to keep. A hold names
      *> either a subject - a USER-ID or an email address - or a
      *> date range; a row with a subject holds everything about
      *> that person, a row with a range holds every dated record
      *> inside it. Rows are never deleted: a lifted hold gets its
      *> release date and who released it, and is out of force
      *> from then on. Every job that erases or purges reads the
      *> register through LEGAL-HOLD.cpy and leaves held data as
      *> it is; HOLDRPT lists the holds in force each month.
       01 LEGALHOLD-RECORD.
          05 LGH-MATTER          PIC X(12).
      *> USER-ID or email; blank on a date-range hold.
          05 LGH-SUBJECT         PIC X(40).
      *> Both ends inclusive; blank on a subject hold.
          05 LGH-FROM-DATE       PIC X(10).
          05 LGH-TO-DATE         PIC X(10).
          05 LGH-PLACED-BY       PIC X(10).
          05 LGH-PLACED-ON       PIC X(10).
          05 LGH-RELEASED-ON     PIC X(10).
             88 LGH-IN-FORCE     VALUE SPACES.
          05 LGH-RELEASED-BY     PIC X(10).
          05 LGH-NOTE            PIC X(28).
