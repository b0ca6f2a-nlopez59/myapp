      *              F  the rule dispatched but classified ERROR
      *              N  an operator STOP ended the run before the
      *                 rule's RULELIST record was reached
      *              I  the rule was held back because an input
      *                 dataset was not stamped ready (see DATARDY)
      *
      *            The record with rule '####' is the ledger header;
      *            its date field carries the last date a run wrote
