      *> hold's amount they append the "R" row themselves with reason
      *> DEBT - the expected debit arrived, so the earmark comes off.
      *> Reason OPER is an operator release through HOLD-MAINT.
      *> HD-OPERATOR-ID is the operator who placed the hold on a "P"
      *> row and who released it on an OPER "R" row (spaces on a
      *> DEBT release and on rows from before the field existed);
      *> releasing a hold somebody else placed - a blank placer
      *> counts as somebody else - can need a second operator's
      *> approval (see APPRPARMREC.CPY).
      *> Holds are placed, released and reported through HOLD-MAINT;
      *> CUSTMAINT's inquiry shows the available figure next to the
      *> ledger balance.
           05  HD-RELEASE-REASON     PIC X(04).
               88  HD-RELEASED-BY-DEBIT      VALUE "DEBT".
               88  HD-RELEASED-BY-OPERATOR   VALUE "OPER".
           05  HD-OPERATOR-ID        PIC X(08).
