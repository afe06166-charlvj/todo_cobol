*> ----------------------------------------------------------------
*> CP_PAYROLL_DEFS
*> Payroll interface record written by payroll_extract, 80 bytes
*> fixed.  Copy with REPLACING ==:prefix:== by == == for the FD
*> record, or by a working prefix for in-memory copies.  A file is
*> one 'H' header, one 'D' detail per user per Monday-Sunday week
*> (hours dated in the extracted month only, split into regular,
*> overtime and holiday-premium time), and one 'T' trailer whose
*> count and hour totals the payroll side balances the details to.
*> ----------------------------------------------------------------
 01 :prefix:pay-rec.
     05 :prefix:pay-record-type     pic X(1).
         88 :prefix:pay-is-header        value 'H'.
         88 :prefix:pay-is-detail        value 'D'.
         88 :prefix:pay-is-trailer       value 'T'.
     05 :prefix:pay-detail.
         10 :prefix:pay-user            pic X(20).
         10 :prefix:pay-period          pic 9(6).
         10 :prefix:pay-week-ending     pic 9(8).
         10 :prefix:pay-regular-hours   pic 9(3)v9(2).
         10 :prefix:pay-overtime-hours  pic 9(3)v9(2).
         10 :prefix:pay-premium-hours   pic 9(3)v9(2).
         10 :prefix:pay-run-kind        pic X(1).
             88 :prefix:pay-first-run        value 'E'.
             88 :prefix:pay-rerun            value 'R'.
         10 filler                      pic X(29).
     05 :prefix:pay-header redefines :prefix:pay-detail.
         10 :prefix:pay-hdr-period      pic 9(6).
         10 :prefix:pay-hdr-created-at  pic 9(14).
         10 :prefix:pay-hdr-created-by  pic X(20).
         10 filler                      pic X(39).
     05 :prefix:pay-trailer redefines :prefix:pay-detail.
         10 :prefix:pay-trl-count       pic 9(7).
         10 :prefix:pay-trl-regular     pic 9(7)v9(2).
         10 :prefix:pay-trl-overtime    pic 9(7)v9(2).
         10 :prefix:pay-trl-premium     pic 9(7)v9(2).
         10 filler                      pic X(45).
