*> ----------------------------------------------------------------
*> CP_CLIENT_DEFS
*> Shared client master record layout.  Copy with REPLACING
*> ==:prefix:== by == == for the FD record (da_clients.cob) and by
*> ==ws-== for the Linkage/Working-Storage copy used by callers.
*> Keyed by the client code, which is what task-client-code and
*> the tag registry's default client point at.  billing_run heads
*> every invoice with the legal name, billing address and our
*> PO/contract reference from here, and the payment terms (days
*> after the issue date) set the invoice due date.  The active
*> byte retires a client without losing its row.
*> ----------------------------------------------------------------
 01 :prefix:client-rec.
     05 :prefix:client-code         pic X(10).
     05 :prefix:client-name         pic X(50).
     05 :prefix:client-addr-1       pic X(40).
     05 :prefix:client-addr-2       pic X(40).
     05 :prefix:client-addr-3       pic X(40).
     05 :prefix:client-po-ref       pic X(30).
     05 :prefix:client-terms-days   pic 9(3).
     05 :prefix:client-active       pic X(1).
         88 :prefix:client-is-active     value 'Y'.
         88 :prefix:client-is-retired    value 'N'.
