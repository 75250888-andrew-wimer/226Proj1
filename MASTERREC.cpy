000100* Records converted from the pre-history master carry zeros in
000110* all four fields, meaning "history predates tracking".
000112* MASTER-CATEGORY is an operations-assigned code (MASTER-MAINT's
000114* CATEGORY command, or the BI warehouse's classifications taken
000115* in by CATEGORY-IMPORT) grouping words on the reports - product
000116* names, customer names and so on.  Spaces mean uncategorized;
000118* the reports show those under the NONE bucket.
000120******************************************************************
