*> ----------------------------------------------------------------
*> CP_AR_DEFS
*> Shared accounts-receivable ledger record layout.  Copy with
*> REPLACING ==:prefix:== by == == for the FD record (da_ar.cob)
*> and by ==ws-== for the Linkage/Working-Storage copy used by
*> callers.  Keyed by invoice number plus entry sequence: entry 000
*> is the invoice itself as billing_run issued it, and every
*> payment or credit note posted against that invoice follows it as
*> 001, 002, ... so one keyed read forward gives the invoice and
*> its whole settlement history.  The client code is an alternate
*> key for statements.  Amounts are always positive - the entry
*> type says which way they move the balance.
*> ----------------------------------------------------------------
 01 :prefix:ar-rec.
     05 :prefix:ar-key.
         10 :prefix:ar-invoice-no   pic 9(7).
         10 :prefix:ar-entry-seq    pic 9(3).
     05 :prefix:ar-entry-type       pic X(1).
         88 :prefix:ar-is-invoice        value 'I'.
         88 :prefix:ar-is-payment        value 'P'.
         88 :prefix:ar-is-credit         value 'C'.
     05 :prefix:ar-client-code      pic X(10).
     05 :prefix:ar-period           pic 9(6).
     05 :prefix:ar-entry-date       pic 9(8).
     05 :prefix:ar-due-date         pic 9(8).
     05 :prefix:ar-amount           pic 9(9)v9(2).
     05 :prefix:ar-reference        pic X(30).
     05 :prefix:ar-posted-by        pic X(20).
     05 :prefix:ar-posted-at        pic 9(14).
