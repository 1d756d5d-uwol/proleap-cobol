    05 TransStatus PIC X.
*> Sending system (stamped by TransIngest: BRN branch, WEB web
*> enrollment, LOC locally keyed, DEC deceased list, PCA postal
*> change of address, MAS criteria mass change) - carried through
*> TRANSHIST.DAT and the reject file so "which system sent this" is
*> always answerable.
    05 TransSource PIC X(3).
*> Replacement postal code - blank leaves the master's value alone on
*> a Change (the other contact fields stay online-maintained only).
