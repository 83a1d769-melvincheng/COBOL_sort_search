*> its own small subprogram rather than an FD inside displayArray so
*> report programs stay free of indexed-file plumbing and keep
*> working, via their CALL exception fallback, where keyed files are
*> not available. xrefSearch and xrefInquiry answer the reverse
*> question, description to value, from the XREFWORD index.
*>
*> the file is opened on the first call of a run and stays open;
*> RETURN-CODE: rc-success with the description filled, rc-not-found
