      *> FXRATEREC.CPY
      *> Exchange rate record - one line per currency per effective
      *> date on the FXRATES sequential file, kept alongside RATEPARM
      *> and maintained the same way, as a one-line file edit. Each
      *> reader takes, for each currency, the row with the latest
      *> FX-EFFECTIVE-DATE on or before its run date. Sterling is the
      *> base currency and never appears on the file - its rate is one
      *> by definition. FX-UNITS-PER-STERLING is how many units of the
      *> currency one pound buys, keyed as ten digits with six implied
      *> decimal places, e.g. 1.172500 euro to the pound is keyed
      *> 0001172500. MAIN and MAIN-BATCH convert a transfer between
      *> accounts in different currencies at these rates and refuse one
      *> for which there is no rate; GL-EXTRACT uses them to give the
      *> sterling equivalent of each currency's totals.
       01  EXCHANGE-RATE-RECORD.
           05  FX-EFFECTIVE-DATE     PIC 9(08).
           05  FX-CURRENCY-CODE      PIC X(03).
           05  FX-UNITS-PER-STERLING PIC 9(04)V9(06).
