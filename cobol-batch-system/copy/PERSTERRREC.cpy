*> Customer territory on PERSTERR.DAT, keyed by PersonId: the sales
*> territory and region TerritoryAssign last stamped the person with
*> from their PersonPostalCode and TERRMAP.DAT, the code it was
*> assigned from and when. A person whose postal code is blank or
*> mapped by no range is carried as UNASSIGNED in the UNAS region,
*> the same catch-all RegionStatements uses for salespeople.
 01 PersonTerritoryRec.
    05 PTR-PERSON-ID     PIC 9(6).
    05 PTR-TERRITORY     PIC X(10).
       88 PtrUnassigned  VALUE "UNASSIGNED".
    05 PTR-REGION        PIC X(4).
    05 PTR-POSTAL-CODE   PIC X(8).
    05 PTR-ASSIGNED-DATE PIC 9(8).
