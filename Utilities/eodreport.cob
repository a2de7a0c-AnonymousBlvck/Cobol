*> CountCustomers number program_ shows on its menu, counted here
*> the same way, and opening is worked back from it - adds and
*> reinstates put records on during the day, purges took them off.
*> Runs as the final nightlybatch step that counts anything; only
*> the notification report, the report distribution and the
*> storefront account feed follow it.
IDENTIFICATION DIVISION.
PROGRAM-ID. eodreport.

