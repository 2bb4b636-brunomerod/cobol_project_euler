*> XRF-SEQ is the detail's intake sequence number (the same number
*> the router stamps on the routed transaction detail, which the
*> calculation program carries through to its response record);
*> XRF-VALUE is the request value as received, left-justified (an
*> eight-digit MAXN or a nine-digit value), which PE-COMBINE also
*> uses to confirm a matched response really answers this intake's
*> request and not a same-numbered one from an earlier night's
*> response history. XRF-STATUS says whether the detail was routed
*> or rejected at intake (a problem id not in the problem registry,
*> or parked inactive there); a rejected detail still gets its slot
*> in the combined answer file.
*>
*>*********************************
01  XREF-RECORD.
