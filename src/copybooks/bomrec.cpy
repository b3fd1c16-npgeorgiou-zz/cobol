*> BOMREC.CPY - bill-of-materials row on BOM.DAT, one per component
*> of an assembled item: the kit (parent) item, a component item and
*> how many of the component go into one kit. Both are ITEMMAST.DAT
*> items. asmbuild.cob explodes a build through these rows to issue
*> the components and roll their ITEMCST.DAT costs into the kit's;
*> bomwhere.cob reads them the other way round for where-used.
01  BOM-RECORD.
    05  BOM-PARENT-ITEM         PIC 9(6).
    05  BOM-COMPONENT-ITEM      PIC 9(6).
    05  BOM-QTY-PER             PIC 9(5).
