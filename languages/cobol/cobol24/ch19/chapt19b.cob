000040* Buckets every dealer on Dealer-File by how many days
000050* Next-Rent-Due-Date is past today's date and subtotals
000060* Rent-Amount per bucket, worst-overdue bucket first, so
000070* collections has a prioritized call list instead of the whole
000080* dealer roster that Chapt19a prints. A dealer moved out by
000081* Chapt20k is inactive, owes no further rent and is left off; any
000082* balance it still owes shows on its Chapt19f statement.
000090 Environment Division.
000100 Configuration Section.
000110 Source-Computer.  IBM-PC.
002200     Read Dealer-File
002210          At End Continue
002220          Not At End
002230             If Not Dealer-Inactive
002231                Perform Release-Sort-Record
002232             End-If
002240     End-Read
002250     .
002260 Release-Sort-Record.
